*> Files are named off the extract file name, as the validation run
*> names its own outputs. For extract <name> (FULL=<name> selects the
*> full POS layout, as it does there):
*>   <name>.REJ.Gnnnn  the reject file the validation run wrote (input)
*>   <name>.COR        operator corrections (input)
*>   <name>.FIX        the corrected extract for resubmission (output)
*>   <name>.DSP        the disposition report (output)
*>   <name>.REJSTAT    reject status/aging, carried across runs
*>
*> The validation run keeps numbered generations of its outputs and
*> the current number on <name>.GEN; the current reject generation is
*> worked unless GEN=n after the extract name picks an older one.
*> Rejects already on the status file are recognized, so working an
*> older generation again never double-counts. An extract with no
*> .GEN still has its reject file under the bare <name>.REJ.
*>
*> A reject's age is counted in business days off CALENDAR.DAT,
*> calmnt's calendar: weekdays, less company holidays, less the
*> days the store itself was closed - Christmas week, or a store
*> shut for a refit, is no time the store had to fix anything. The
*> store is found on STORE.DAT by its extract name; an extract the
*> store master doesn't know is aged on holidays alone.
*>
*> The status file is the memory: every reject ever seen keeps one
*> entry - first-seen date, disposition (O outstanding, C corrected,
*> full to a scratch file and renamed into place, the same way the
*> validation run protects its checkpoint.
*>
*> ackrecon appends to the same status file: a record the inventory
*> system rejected after release is reversed out of the catalog and
*> filed here outstanding, rebuilt in the store's layout, with the
*> inventory side's reason code. It is worked like any other reject;
*> the reason shows on the disposition report.
*>
*> A correction is one line: the sequence number, an action, and a
*> replacement value. Actions: I replaces the ISBN columns, Q the
*> quantity (full layout only), P the price (full layout only), A
    organization is line sequential
    file status is dispositionFileStatus.

    *> The validation run's generation control record for the
    *> extract.
    select generationFile assign to dynamic generationFileName
    organization is line sequential
    file status is generationFileStatus.

    *> Reject status carried across runs.
    select statusFile assign to dynamic statusFileName
    organization is line sequential
    organization is line sequential
    file status is statusTempFileStatus.

    *> Store master, for the store code the extract belongs to.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> The business-day calendar, for ages.
    select calendarFile assign to "CALENDAR.DAT"
    organization is line sequential
    file status is calendarFileStatus.

data division.
file section.

        02 stFirstDate pic x(8).
        02 stStatusDate pic x(8).
        02 stRaw pic x(120).
        02 stReason pic x(20).

fd statusTempFile.
    01 statusTempRecord.
        02 stTempFirstDate pic x(8).
        02 stTempStatusDate pic x(8).
        02 stTempRaw pic x(120).
        02 stTempReason pic x(20).

fd generationFile.
    01 generationRecord.
        02 genCurrent pic 9(4).
        02 genLoadDate pic x(8).
        02 filler pic x(21).

fd storeMasterFile.
    01 storeMasterRecord.
        02 smfCode pic x(6).
        02 smfName pic x(30).
        02 smfExtract pic x(50).
        02 smfLayout pic x(1).
        02 smfDays pic x(7).
        02 smfStatus pic x(1).

fd calendarFile.
    01 calendarRecord.
        02 calType pic x(1).
        02 calStore pic x(6).
        02 calDate pic x(8).
        02 calDescription pic x(30).

working-storage section.

    01 dispositionFileStatus pic 9(2).
    01 statusFileStatus pic 9(2).
    01 statusTempFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 calendarFileStatus pic 9(2).
    01 generationFileStatus pic 9(2).

    01 rejEof pic 9 value 1.
    01 corEof pic 9 value 1.
    01 statusEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 calendarEof pic 9 value 1.
    01 rejLen pic 999.

    01 cmdLineParm pic x(100).
    01 fileToken pic x(60).
    01 genToken pic x(20).
    01 fileName pic x(50).
    01 parsedFileName pic x(50).
    01 layoutFull pic 9 value 0.
    01 statusFileName pic x(70).
    01 statusTempFileName pic x(70).

    *> Generation resolution: 0 requested means the current one.
    01 generationFileName pic x(60).
    01 genRequested pic 9(4) value 0.
    01 genUsed pic 9(4).
    01 genSuffix pic x(6).

    *> Every reject ever seen for this store, in status-file order.
    *> Appending is the only mutation of the order, so an entry's
    *> position is its permanent sequence number.
            03 reFirstDate pic x(8).
            03 reStatusDate pic x(8).
            03 reRaw pic x(120).
            03 reReason pic x(20).
    01 rejectTableFullWarned pic 9 value 0.

    01 r pic 9(5).
    01 workLen pic 9(3).
    01 valueLen pic 9(2).

    *> Age of an outstanding reject, in business days.
    01 todayInteger pic 9(7).
    01 firstInteger pic 9(7).
    01 firstDateNum pic 9(8).
    01 ageDays pic 9(5).

    *> Days that are not business days beyond the weekend: company
    *> holidays, and this store's own closures. Each entry carries
    *> its date as a day number so counting compares integers.
    01 calendarTable.
        02 calCount pic 9(4) value 0.
        02 calEntry occurs 1 to 5000 times
           depending on calCount.
            03 ctType pic x(1).
            03 ctStore pic x(6).
            03 ctInteger pic 9(7).
    01 c pic 9(4).
    01 calDateNum pic 9(8).
    01 bizFromInteger pic 9(7).
    01 bizToInteger pic 9(7).
    01 bizDay pic 9(7).
    01 bizStore pic x(6).
    01 businessDays pic 9(5).
    01 calendarClosed pic 9.

    *> Validation working fields - the same normalization and
    *> checksum treatment the validation run gives a record.
    01 isValidValue pic 9.
    01 isbnCheck pic X.
    01 qtyText pic x(5).
    01 priceText pic x(7).
    01 txnCode pic x(1).

    01 dispositionLine.
        02 dspSeq pic zzzz9.
        02 dspAge pic zzzz9.
        02 filler pic x(2) value spaces.
        02 dspRaw pic x(60).
        02 filler pic x value space.
        02 dspReason pic x(20).

    *> The return code the scheduler branches on: 0 = nothing left
    *> outstanding, 4 = outstanding rejects remain or corrections
        display "Extract file name:"
        accept cmdLineParm
    end-if.
    move spaces to fileToken.
    move spaces to genToken.
    unstring function trim(cmdLineParm) delimited by all " "
        into fileToken genToken
    end-unstring.
    move fileToken to fileName.
    if genToken(1:4) = "GEN=" or genToken(1:4) = "gen="
        move function numval(genToken(5:16)) to genRequested
    end-if.
    if fileName(1:5) = "FULL=" or fileName(1:5) = "full="
        move 1 to layoutFull
        move fileName(6:45) to parsedFileName
    move function current-date(1:8) to todayDate.
    move function numval(todayDate) to firstDateNum.
    move function integer-of-date(firstDateNum) to todayInteger.
    perform resolveStoreCode.
    perform loadCalendarTable.

    perform loadStatusFile.
    perform mergeRejectFile.
stop run.

buildFileNames.
    perform resolveGeneration.
    move spaces to rejectFileName.
    string function trim(fileName) delimited by size
           ".REJ" delimited by size
           genSuffix delimited by space
           into rejectFileName
    end-string.
    move spaces to correctionFileName.
           into statusTempFileName
    end-string.

resolveGeneration.
    move spaces to genSuffix.
    move spaces to generationFileName.
    string function trim(fileName) delimited by size
           ".GEN" delimited by size
           into generationFileName
    end-string.
    open input generationFile.
    if generationFileStatus = 00
        read generationFile
            at end move 0 to genCurrent
        end-read
        if genCurrent is numeric and genCurrent > 0
            if genRequested > 0
                move genRequested to genUsed
            else
                move genCurrent to genUsed
            end-if
            string ".G" delimited by size
                   genUsed delimited by size
                   into genSuffix
            end-string
        end-if
        close generationFile
    end-if.

resolveStoreCode.
    *> The store whose closures count is the one that submits this
    *> extract. No store master, or no entry for the extract, just
    *> means no closures apply.
    move spaces to bizStore.
    move 1 to storeMasterEof.
    open input storeMasterFile.
    if storeMasterFileStatus = 00
        perform until storeMasterEof = 0
            read storeMasterFile
                at end move 0 to storeMasterEof
            end-read
            if storeMasterEof is not equal to zero
               and smfExtract = fileName
                move smfCode to bizStore
            end-if
        end-perform
        close storeMasterFile
    end-if.

loadCalendarTable.
    *> A missing calendar still leaves the weekends out - ages just
    *> run through holidays, as they always used to, and the
    *> warning says so. Other stores' closures are no business of
    *> this one's rejects and are left off the table.
    move 0 to calCount.
    move 1 to calendarEof.
    open input calendarFile.
    if calendarFileStatus = 00
        perform until calendarEof = 0
            read calendarFile
                at end move 0 to calendarEof
            end-read
            if calendarEof is not equal to zero
               and (calType = "H"
                    or (calType = "C" and calStore = bizStore
                        and bizStore is not equal to spaces))
               and calDate is numeric
               and calCount < 5000
                add 1 to calCount
                move calType to ctType(calCount)
                move calStore to ctStore(calCount)
                move calDate to calDateNum
                move function integer-of-date(calDateNum)
                    to ctInteger(calCount)
            end-if
        end-perform
        close calendarFile
    else
        display "Warning - Could not open calendar file, "
            "ages count holidays as business days."
    end-if.

countBusinessDays.
    *> Business days after bizFromInteger up to and including
    *> bizToInteger: Monday to Friday, less company holidays, less
    *> the closures of bizStore when one is given. Day 1 of the
    *> integer calendar, 1601-01-01, was a Monday, so a day number
    *> less one, mod 7, runs 0 (Monday) to 6 (Sunday).
    move 0 to businessDays.
    add 1 to bizFromInteger.
    perform varying bizDay from bizFromInteger by 1
            until bizDay > bizToInteger
        if function mod(bizDay - 1, 7) < 5
            perform checkCalendarDay
            if calendarClosed = 0
                add 1 to businessDays
            end-if
        end-if
    end-perform.

checkCalendarDay.
    move 0 to calendarClosed.
    perform varying c from 1 by 1
            until c > calCount or calendarClosed = 1
        if ctInteger(c) = bizDay
           and (ctType(c) = "H" or ctStore(c) = bizStore)
            move 1 to calendarClosed
        end-if
    end-perform.

loadStatusFile.
    *> A missing status file is a valid starting point - the first
    *> workbench run over a store builds it from that run's rejects.
        move stFirstDate to reFirstDate(rejectCount)
        move stStatusDate to reStatusDate(rejectCount)
        move stRaw to reRaw(rejectCount)
        move stReason to reReason(rejectCount)
    else
        if rejectTableFullWarned = 0
            display "Warning - reject table full, further entries "
            move todayDate to reFirstDate(rejectCount)
            move spaces to reStatusDate(rejectCount)
            move workLine to reRaw(rejectCount)
            move spaces to reReason(rejectCount)
            add 1 to newRejects
        else
            if rejectTableFullWarned = 0

validateWorkLine.
    *> The validation run's rules, applied to the corrected record:
    *> trailing length, the full layout's quantity/price columns and
    *> transaction code (a withdrawal may leave its figures blank),
    *> hyphen/space normalization, the 10-or-13 length check, the
    *> digit check, and the ISBN-10/ISBN-13 checksum.
    move 1 to isValidValue.
    if layoutFull = 1
        move workLine(18:5) to qtyText
        move workLine(23:7) to priceText
        move workLine(60:1) to txnCode
        if txnCode = "W" or txnCode = "w"
            if qtyText = spaces
                move zeros to qtyText
            end-if
            if priceText = spaces
                move zeros to priceText
            end-if
        else
            if txnCode is not equal to space
               and txnCode is not equal to "A"
               and txnCode is not equal to "a"
                move 0 to fieldsValid
            end-if
        end-if
        if qtyText is not numeric
            move 0 to fieldsValid
        end-if
            move reFirstDate(r) to stTempFirstDate
            move reStatusDate(r) to stTempStatusDate
            move reRaw(r) to stTempRaw
            move reReason(r) to stTempReason
            write statusTempRecord
        end-perform
        close statusTempFile
               into dispositionRecord
        end-string
        write dispositionRecord
        move "  SEQ  STATUS       FIRST-SEEN   AGE  RECORD" &
             "                              " &
             "                       REASON" to dispositionRecord
        write dispositionRecord
        move 0 to outstandingCount
        perform varying r from 1 by 1 until r > rejectCount
    move r to dspSeq.
    move reFirstDate(r) to dspFirstDate.
    move reRaw(r)(1:60) to dspRaw.
    move reReason(r) to dspReason.
    move 0 to ageDays.
    if reStatus(r) = "C"
        move "CORRECTED" to dspStatus
                move function integer-of-date(firstDateNum)
                    to firstInteger
                if todayInteger > firstInteger
                    move firstInteger to bizFromInteger
                    move todayInteger to bizToInteger
                    perform countBusinessDays
                    move businessDays to ageDays
                end-if
            end-if
        end-if
