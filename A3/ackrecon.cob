*> their side). This program matches the two and reports every
*> released load that is acknowledged with a count mismatch, or
*> unacknowledged past an age threshold (AGE=n days, default 3).
*> Ages are business days off CALENDAR.DAT, calmnt's calendar:
*> weekdays that are not company holidays, so a load released on a
*> Friday is one day old on Monday, not three. A store's own
*> closures don't stop the inventory side and don't count here.
*> Findings go into ISBNAUDIT.LOG as ACK lines - MATCHED, MISMATCH
*> or OVERDUE - so auditrpt's sign-off pack covers the hand-off,
*> and a MATCHED line keeps a load from being re-flagged on the
*> next run. The full picture lands in ACKRECON.RPT.
*>
*> The counts only say how many records the inventory side turned
*> away, not which - and a turned-away EAN is already on MASTER.CAT,
*> so the store's resend is refused as a duplicate and the title
*> never reaches inventory at all. The inventory team now also
*> sends LOADREJ.DAT, one line per record they rejected: the EAN,
*> the load file and load date it came on, and their reason code.
*> Each line is matched to its open release and to the record on
*> the released load file still on disk, then reversed out of
*> MASTER.CAT the way catmnt CORRECT would - an entry the load
*> inserted is deleted, a restock update has its figures zeroed
*> and its action set to X so the resend flows as an update, a
*> withdrawal is undone by setting the action to X as well, and a
*> reinstatement is put back to withdrawn - with the before image
*> written to CATMNT.AUD. The record, rebuilt in
*> the owning store's layout, is appended outstanding to that
*> store's .REJSTAT with the reason, so rejwork carries it through
*> correction and resubmission like any other reject. Every
*> reversal is an RVS line on ISBNAUDIT.LOG; the ACK line for the
*> load carries REVERSED=n, totalled off those RVS lines.
*>
*> The validation run writes each run's load as a numbered generation,
*> <extract>.LOAD.Gnnnn, and the RLS line and manifest name that exact
*> file. An acknowledgment or reject detail naming the generation
*> matches it directly; one still naming the bare <extract>.LOAD is
*> taken as the current generation - the latest released under that
*> name for its load date.

environment division.
input-output section.
    organization is line sequential
    file status is ackFileStatus.

    *> Item-level rejects the inventory team sends back.
    select rejectDetailFile assign to "LOADREJ.DAT"
    organization is line sequential
    file status is rejectDetailFileStatus.

    *> A released load file, read back to find a rejected record.
    select loadFile assign to dynamic loadFileName
    organization is line sequential
    file status is loadFileStatus.

    *> The master catalog the rejected records are reversed out of.
    select masterCatalogFile assign to "MASTER.CAT"
    organization is indexed
    access mode is random
    record key is masterIsbn
    file status is masterFileStatus.

    *> Store master, for the owning store's extract and layout.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> The owning store's reject status file, rejwork's memory.
    select statusFile assign to dynamic statusFileName
    organization is line sequential
    file status is statusFileStatus.

    *> catmnt's audit trail, for the before image of a reversal.
    select auditTrailFile assign to "CATMNT.AUD"
    organization is line sequential
    file status is auditTrailFileStatus.

    *> The business-day calendar, for ages.
    select calendarFile assign to "CALENDAR.DAT"
    organization is line sequential
    file status is calendarFileStatus.

    *> The reconciliation report.
    select reportFile assign to "ACKRECON.RPT"
    organization is line sequential
        02 lockProgram pic x(10).

fd auditLogFile.
    01 auditRecord pic x(400).

*> One acknowledgment per line: which released load, the load date
*> on its manifest, and how many records their side accepted and
        02 ackAccepted pic 9(7).
        02 ackRejected pic 9(7).

*> One rejected record per line: the EAN, the load file and load
*> date it was released on, and the inventory side's reason code.
fd rejectDetailFile.
    01 rejectDetailRecord.
        02 rdIsbn pic x(13).
        02 rdFileName pic x(60).
        02 rdLoadDate pic x(8).
        02 rdReason pic x(4).

fd loadFile.
    01 loadRecord pic x(94).

fd masterCatalogFile.
    01 masterCatalogRecord.
        02 masterIsbn pic x(13).
        02 masterPublisher pic x(30).
        02 masterFirstDate pic x(8).
        02 masterLastDate pic x(8).
        02 masterStore pic x(30).
        02 masterQuantity pic 9(5).
        02 masterPrice pic 9(5)v99.
        02 masterLastAction pic x(1).
        02 masterTitle pic x(30).

fd storeMasterFile.
    01 storeMasterRecord.
        02 smfCode pic x(6).
        02 smfName pic x(30).
        02 smfExtract pic x(50).
        02 smfLayout pic x(1).
        02 smfDays pic x(7).
        02 smfStatus pic x(1).

fd statusFile.
    01 statusRecord.
        02 stStatus pic x(1).
        02 stFirstDate pic x(8).
        02 stStatusDate pic x(8).
        02 stRaw pic x(120).
        02 stReason pic x(20).

fd auditTrailFile.
    01 auditTrailRecord pic x(200).

fd calendarFile.
    01 calendarRecord.
        02 calType pic x(1).
        02 calStore pic x(6).
        02 calDate pic x(8).
        02 calDescription pic x(30).

fd reportFile.
    01 reportRecord pic x(132).

    01 auditFileStatus pic 9(2).
    01 ackFileStatus pic 9(2).
    01 reportFileStatus pic 9(2).
    01 rejectDetailFileStatus pic 9(2).
    01 loadFileStatus pic 9(2).
    01 masterFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 statusFileStatus pic 9(2).
    01 auditTrailFileStatus pic 9(2).
    01 calendarFileStatus pic 9(2).

    01 logEof pic 9 value 1.
    01 ackEof pic 9 value 1.
    01 detailEof pic 9 value 1.
    01 loadEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 calendarEof pic 9 value 1.

    01 cmdLineParm pic x(100).
    01 parmToken1 pic x(20).
            03 relStatus pic x(10).
            03 relAccepted pic 9(7).
            03 relRejected pic 9(7).
            03 relReversed pic 9(7).
    01 releaseTableFullWarned pic 9 value 0.

    01 r pic 9(5).
    01 matchEntry pic 9(5).
    01 genBaseLen pic 9(3).

    *> Fields lifted off a log line by the substring scanner.
    01 lineDate pic x(8).
    01 releaseInteger pic 9(7).
    01 releaseDateNum pic 9(8).
    01 ageDays pic 9(5).

    *> Days that are not business days beyond the weekend. Only the
    *> company holidays are loaded - a store's closure doesn't close
    *> the inventory side. Each entry carries its date as a day
    *> number so counting compares integers.
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
    01 ackTotal pic 9(7).
    01 currentDateTime pic x(21).

    01 malformedAckCount pic 9(4) value 0.
    01 ackErrorText pic x(40).

    *> Downstream reject handling. The load record found for a
    *> rejected EAN, the store that owns it, and the record rebuilt
    *> in that store's layout for rejwork.
    01 catalogLoadRecord.
        02 clIsbn pic x(13).
        02 clPublisher pic x(30).
        02 clLoadDate pic x(8).
        02 clStatus pic x(1).
        02 clQuantity pic 9(5).
        02 clPrice pic 9(5)v99.
        02 clTitle pic x(30).
    01 loadFileName pic x(60).
    01 statusFileName pic x(70).
    01 loadFound pic 9.
    01 alreadyReversed pic 9.
    01 reinstateLoad pic 9 value 0.
    01 detailErrorText pic x(40).
    01 reverseErrorText pic x(40).
    01 reverseAction pic x(6).
    01 ownerExtract pic x(50).
    01 ownerLayout pic x(1).
    01 rejectRaw pic x(120).
    01 rawFigures.
        02 rawQuantity pic 9(5).
        02 rawPrice pic 9(5)v99.
    01 auditStamp pic x(24).
    01 storeTable.
        02 storeCount pic 9(3) value 0.
        02 storeEntry occurs 1 to 500 times
           depending on storeCount.
            03 seCode pic x(6).
            03 seExtract pic x(50).
            03 seLayout pic x(1).
    01 s pic 9(3).
    01 storeMatch pic 9(3).

    01 reversedCount pic 9(4) value 0.
    01 alreadyReversedCount pic 9(4) value 0.
    01 refusedDetailCount pic 9(4) value 0.
    01 orphanDetailCount pic 9(4) value 0.
    01 malformedDetailCount pic 9(4) value 0.

    01 reportLine.
        02 rptFile pic x(32).
        02 filler pic x value space.
        02 filler pic x value space.
        02 rptRejected pic zzzzzz9.
        02 filler pic x value space.
        02 rptReversed pic zzzzzz9.
        02 filler pic x value space.
        02 rptAge pic zzzz9.

    *> The return code the scheduler branches on: 0 = every release
    *> acknowledged and matched, 4 = releases still inside the age
    *> threshold are waiting, 8 = a mismatch, an overdue release, an
    *> acknowledgment or reject detail for a load never released, or
    *> a reject detail that could not be reversed, 12 = a file could
    *> not be opened, 16 = another run held the lock and nothing was
    *> touched.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    move function current-date(1:8) to todayDate.
    move function numval(todayDate) to releaseDateNum.
    move function integer-of-date(releaseDateNum) to todayInteger.
    perform loadCalendarTable.

    *> The findings append to the shared audit log - lock first.
    perform acquireRunLock.
                move 12 to runReturnCode
            else
                perform writeReportHeader
                perform applyRejectDetails
                perform applyAcknowledgments
                perform ageReleases
                perform writeReportTrailer
                    " Mismatched: " mismatchCount
                    " Overdue: " overdueCount
                    " Waiting: " waitingCount
                    " Reversed: " reversedCount
            end-if
        end-if
        perform releaseRunLock
                if auditRecord(1:4) = "ACK "
                    perform tallyAckLine
                end-if
                if auditRecord(1:4) = "RVS "
                    perform tallyReversalLine
                end-if
            end-if
        end-perform
        close auditLogFile
        move spaces to relStatus(matchEntry)
        move 0 to relAccepted(matchEntry)
        move 0 to relRejected(matchEntry)
        move 0 to relReversed(matchEntry)
    end-if.

tallyAckLine.
        end-if
    end-if.

tallyReversalLine.
    *> Reversals from earlier runs count toward their load's total,
    *> so the ACK line shows every downstream reject reversed for
    *> the load, whichever night the detail arrived.
    perform extractLogFields.
    perform findReleaseEntry.
    if matchEntry > 0
        add 1 to relReversed(matchEntry)
    end-if.

dropReleaseEntry.
    *> Compact in place: the last entry moves down into the freed
    *> slot. Order stops being chronological, which the report and
        end-if
    end-perform.

findReleaseGeneration.
    *> A bare load file name resolves to its highest-numbered open
    *> generation for the same load date.
    move 0 to matchEntry.
    move function length(function trim(lineFile)) to genBaseLen.
    if genBaseLen < 54
        perform varying r from 1 by 1 until r > releaseCount
            if relLoadDate(r) = lineLoadDate
               and relFile(r)(1:genBaseLen) = lineFile(1:genBaseLen)
               and relFile(r)(genBaseLen + 1:2) = ".G"
               and relFile(r)(genBaseLen + 3:4) is numeric
               and relFile(r)(genBaseLen + 7:) = spaces
                if matchEntry = 0
                    move r to matchEntry
                else
                    if relFile(r) > relFile(matchEntry)
                        move r to matchEntry
                    end-if
                end-if
            end-if
        end-perform
    end-if.

extractLogFields.
    *> The timestamp is fixed-format; the token=value pairs are
    *> scanned for, the way auditrpt reads the same log.
    move spaces to scanValue.
    move 0 to scanFound.
    perform varying scanPos from 1 by 1
            until scanPos > 380 or scanFound = 1
        if auditRecord(scanPos:scanTokenLen)
           = scanToken(1:scanTokenLen)
            move 1 to scanFound
        move 0 to scanEnd
        perform varying scanLen from 0 by 1
                until scanLen > 59 or scanEnd = 1
            if scanPos + scanLen > 400
               or auditRecord(scanPos + scanLen:1) = space
                move 1 to scanEnd
            end-if
    move ackFileName to lineFile.
    move ackLoadDate to lineLoadDate.
    perform findReleaseEntry.
    if matchEntry = 0
        perform findReleaseGeneration
    end-if.
    if matchEntry = 0
        add 1 to orphanAckCount
        move spaces to reportRecord
               into reportRecord
        end-string
        write reportRecord
        if runReturnCode < 8
            move 8 to runReturnCode
        end-if
    else
        if relAcked(matchEntry) = 0
            move ackAccepted to relAccepted(matchEntry)
            else
                move "MISMATCH" to relStatus(matchEntry)
                perform writeAuditFinding
                if runReturnCode < 8
                    move 8 to runReturnCode
                end-if
            end-if
        end-if
    end-if.

applyRejectDetails.
    *> Item-level rejects are applied before the acknowledgments, so
    *> the ACK line a load settles with already counts what this run
    *> reversed for it. A missing detail file is the normal case - the
    *> inventory side only sends one when they turned something away.
    move 1 to detailEof.
    open input rejectDetailFile.
    if rejectDetailFileStatus is not equal to 00
        display "Note - no reject detail file."
    else
        perform loadStoreTable
        open i-o masterCatalogFile
        if masterFileStatus is not equal to 00
            display "Error - Could not open master catalog file, "
                "reject details not applied."
            move 12 to runReturnCode
        else
            perform openAuditTrail
            perform until detailEof = 0
                read rejectDetailFile
                    at end move 0 to detailEof
                end-read
                if detailEof is not equal to zero
                    perform applyOneRejectDetail
                end-if
            end-perform
            close auditTrailFile
            close masterCatalogFile
        end-if
        close rejectDetailFile
    end-if.

applyOneRejectDetail.
    *> Validate first, apply second, the same as an acknowledgment.
    perform checkRejectDetail.
    if detailErrorText is not equal to spaces
        add 1 to malformedDetailCount
        move spaces to reportRecord
        string "MALFORMED REJECT: " delimited by size
               rejectDetailRecord delimited by size
               " - " delimited by size
               function trim(detailErrorText) delimited by size
               into reportRecord
        end-string
        write reportRecord
        display "Rejected reject detail: " rdIsbn " "
            function trim(rdFileName) " - "
            function trim(detailErrorText)
        if runReturnCode < 4
            move 4 to runReturnCode
        end-if
    else
        perform applyValidRejectDetail
    end-if.

checkRejectDetail.
    move spaces to detailErrorText.
    if rdIsbn is not numeric
        move "EAN is not 13 digits" to detailErrorText
    end-if.
    if detailErrorText = spaces and rdFileName = spaces
        move "load file name is blank" to detailErrorText
    end-if.
    if detailErrorText = spaces and rdLoadDate is not numeric
        move "load date not numeric" to detailErrorText
    end-if.

applyValidRejectDetail.
    *> A reject against a load we never released - or one a MATCHED
    *> finding has already settled - is reported, not applied: there
    *> is no open release for it to be reversed out of.
    move rdFileName to lineFile.
    move rdLoadDate to lineLoadDate.
    perform findReleaseEntry.
    if matchEntry = 0
        perform findReleaseGeneration
        if matchEntry > 0
            move relFile(matchEntry) to rdFileName
        end-if
    end-if.
    if matchEntry = 0
        add 1 to orphanDetailCount
        move spaces to reportRecord
        string "REJECT FOR UNRELEASED LOAD: " delimited by size
               function trim(rdFileName) delimited by size
               " DATE=" delimited by size
               rdLoadDate delimited by size
               " EAN=" delimited by size
               rdIsbn delimited by size
               into reportRecord
        end-string
        write reportRecord
        if runReturnCode < 8
            move 8 to runReturnCode
        end-if
    else
        move spaces to reverseErrorText
        move 0 to alreadyReversed
        perform findLoadRecord
        if reverseErrorText = spaces
            perform reverseMasterEntry
        end-if
        if reverseErrorText is not equal to spaces
            add 1 to refusedDetailCount
            move spaces to reportRecord
            string "REJECT NOT REVERSED: " delimited by size
                   rdIsbn delimited by size
                   " " delimited by size
                   function trim(rdFileName) delimited by size
                   " DATE=" delimited by size
                   rdLoadDate delimited by size
                   " - " delimited by size
                   function trim(reverseErrorText) delimited by size
                   into reportRecord
            end-string
            write reportRecord
            if runReturnCode < 8
                move 8 to runReturnCode
            end-if
        end-if
        if alreadyReversed = 1
            add 1 to alreadyReversedCount
            move spaces to reportRecord
            string "REJECT ALREADY REVERSED: " delimited by size
                   rdIsbn delimited by size
                   " " delimited by size
                   function trim(rdFileName) delimited by size
                   " DATE=" delimited by size
                   rdLoadDate delimited by size
                   into reportRecord
            end-string
            write reportRecord
        end-if
    end-if.

findLoadRecord.
    *> The EAN has to be on the load file that was released - the
    *> load record carries what was sent, which is what the catalog
    *> entry is checked against and what the store's reject is
    *> rebuilt from.
    move function trim(rdFileName) to loadFileName.
    move 0 to loadFound.
    move 1 to loadEof.
    open input loadFile.
    if loadFileStatus is not equal to 00
        move "released load file not on disk" to reverseErrorText
    else
        perform until loadEof = 0 or loadFound = 1
            read loadFile
                at end move 0 to loadEof
            end-read
            if loadEof is not equal to zero
                move loadRecord to catalogLoadRecord
                if clIsbn = rdIsbn
                    move 1 to loadFound
                end-if
            end-if
        end-perform
        close loadFile
        if loadFound = 0
            move "EAN not on the released load" to reverseErrorText
        end-if
    end-if.

reverseMasterEntry.
    *> Only an entry still exactly as the load left it is reversed:
    *> an inserted entry still carrying the load's figures and first
    *> date, an update still stamped with the load's date and figures,
    *> a withdrawal still withdrawn under the load's date, a
    *> reinstatement still reinstated under the load's date.
    *> Anything touched since belongs to a later load and is left
    *> alone. An entry a previous run already reversed - gone, or
    *> zeroed with action X, or a reinstatement back to withdrawn -
    *> is counted and skipped, so a detail file read twice reverses
    *> nothing twice. A reinstatement goes down as a "V" like a new
    *> title, but the entry carries the title's whole history: it
    *> is put back to withdrawn, never deleted - the inventory side
    *> still has it withdrawn, and the store's resend reinstates it
    *> again.
    move 0 to reinstateLoad.
    move rdIsbn to masterIsbn.
    read masterCatalogFile
        invalid key
            if clStatus = "U" or clStatus = "W"
                move "EAN not on catalog" to reverseErrorText
            else
                move 1 to alreadyReversed
            end-if
        not invalid key
            perform checkMasterAgainstLoad
    end-read.
    if reverseErrorText = spaces and alreadyReversed = 0
        perform resolveOwningStore
        perform writeAuditBefore
        if clStatus = "U"
            move "ZERO" to reverseAction
            move 0 to masterQuantity
            move 0 to masterPrice
            move "X" to masterLastAction
            move todayDate to masterLastDate
            rewrite masterCatalogRecord
                invalid key
                    move "catalog rewrite failed" to reverseErrorText
            end-rewrite
        else
        if reinstateLoad = 1
            move "REWDRL" to reverseAction
            move "W" to masterLastAction
            move todayDate to masterLastDate
            rewrite masterCatalogRecord
                invalid key
                    move "catalog rewrite failed" to reverseErrorText
            end-rewrite
        else
        if clStatus = "W"
            move "UNWDRL" to reverseAction
            move "X" to masterLastAction
            move todayDate to masterLastDate
            rewrite masterCatalogRecord
                invalid key
                    move "catalog rewrite failed" to reverseErrorText
            end-rewrite
        else
            move "DELETE" to reverseAction
            delete masterCatalogFile record
                invalid key
                    move "catalog delete failed" to reverseErrorText
            end-delete
        end-if
        end-if
        end-if
        if reverseErrorText = spaces
            perform writeAuditReversed
            perform appendStoreReject
            perform writeReversalLine
            add 1 to relReversed(matchEntry)
            add 1 to reversedCount
            move spaces to reportRecord
            string "REVERSED: " delimited by size
                   rdIsbn delimited by size
                   " " delimited by size
                   function trim(rdFileName) delimited by size
                   " REASON=" delimited by size
                   rdReason delimited by size
                   " ACTION=" delimited by size
                   function trim(reverseAction) delimited by size
                   " STORE=" delimited by size
                   function trim(ownerExtract) delimited by size
                   into reportRecord
            end-string
            write reportRecord
        end-if
    end-if.

checkMasterAgainstLoad.
    *> A "V" whose entry was already on the catalog before the load
    *> date is a reinstatement, not an insert. The figures are only
    *> compared where the load carried them - a bare-layout store's
    *> reinstatement keeps the catalog's own.
    move 0 to reinstateLoad.
    if clStatus = "V" and masterFirstDate < clLoadDate
        move 1 to reinstateLoad
        if masterLastAction = "W" or masterLastAction = "X"
            move 1 to alreadyReversed
        else
            if masterLastAction is not equal to "I"
               or masterLastDate is not equal to clLoadDate
               or ((clQuantity > 0 or clPrice > 0)
                   and (masterQuantity is not equal to clQuantity
                        or masterPrice is not equal to clPrice))
                move "catalog entry changed since the load"
                    to reverseErrorText
            end-if
        end-if
    else
    if clStatus = "W"
        if masterLastAction = "X"
            move 1 to alreadyReversed
        else
            if masterLastAction is not equal to "W"
               or masterLastDate is not equal to clLoadDate
                move "catalog entry changed since the load"
                    to reverseErrorText
            end-if
        end-if
    else
    if clStatus = "U"
        if masterLastAction = "X" and masterQuantity = 0
           and masterPrice = 0
            move 1 to alreadyReversed
        else
            if masterLastAction is not equal to "U"
               or masterLastDate is not equal to clLoadDate
               or masterQuantity is not equal to clQuantity
               or masterPrice is not equal to clPrice
                move "catalog entry changed since the load"
                    to reverseErrorText
            end-if
        end-if
    else
        if masterFirstDate is not equal to clLoadDate
           or masterQuantity is not equal to clQuantity
           or masterPrice is not equal to clPrice
            move "catalog entry changed since the load"
                to reverseErrorText
        end-if
    end-if
    end-if
    end-if.

resolveOwningStore.
    *> The catalog entry names the store that sent the record: a
    *> registered store by its code, an unregistered one by its
    *> extract name. The store master gives a registered store's
    *> extract and layout; for an unregistered one the load record
    *> itself tells - only the full layout carries a title or
    *> figures.
    move 0 to storeMatch.
    if masterStore(7:24) = spaces
        perform varying s from 1 by 1 until s > storeCount
            if seCode(s) = masterStore(1:6)
                move s to storeMatch
            end-if
        end-perform
    end-if.
    if storeMatch > 0
        move seExtract(storeMatch) to ownerExtract
        move seLayout(storeMatch) to ownerLayout
    else
        move masterStore to ownerExtract
        if clTitle is not equal to spaces or clQuantity > 0
           or clPrice > 0
            move "F" to ownerLayout
        else
            move "B" to ownerLayout
        end-if
    end-if.

appendStoreReject.
    *> The reject lands on the store's status file outstanding as of
    *> today, rebuilt in the store's own layout from what was sent:
    *> the canonical EAN in the ISBN columns and, for the full
    *> layout, the quantity, price and title in theirs and a
    *> withdrawal's transaction code - a record rejwork can correct
    *> and the validation run will take back.
    move spaces to rejectRaw.
    move clIsbn to rejectRaw(1:13).
    if ownerLayout = "F"
        move clQuantity to rawQuantity
        move clPrice to rawPrice
        move rawFigures to rejectRaw(18:12)
        move clTitle to rejectRaw(30:30)
        if clStatus = "W"
            move "W" to rejectRaw(60:1)
        end-if
    end-if.
    move spaces to statusFileName.
    string function trim(ownerExtract) delimited by size
           ".REJSTAT" delimited by size
           into statusFileName
    end-string.
    open extend statusFile.
    if statusFileStatus is not equal to 00
        open output statusFile
    end-if.
    if statusFileStatus is not equal to 00
        display "Error - Could not open " function trim(statusFileName)
            ", reversed EAN " rdIsbn " not filed."
        move spaces to reportRecord
        string "REJECT NOT FILED: " delimited by size
               rdIsbn delimited by size
               " " delimited by size
               function trim(statusFileName) delimited by size
               into reportRecord
        end-string
        write reportRecord
        if runReturnCode < 8
            move 8 to runReturnCode
        end-if
    else
        move spaces to statusRecord
        move "O" to stStatus
        move todayDate to stFirstDate
        move rejectRaw to stRaw
        string "INVENTORY " delimited by size
               rdReason delimited by size
               into stReason
        end-string
        write statusRecord
        close statusFile
    end-if.

writeReversalLine.
    *> One RVS line per reversed record, beside the RLS line of the
    *> load it came off.
    open extend auditLogFile.
    if auditFileStatus is not equal to 00
        open output auditLogFile
    end-if.
    move spaces to auditRecord.
    move function current-date to currentDateTime.
    string "RVS " delimited by size
           currentDateTime(1:4) delimited by size
           "-" delimited by size
           currentDateTime(5:2) delimited by size
           "-" delimited by size
           currentDateTime(7:2) delimited by size
           " " delimited by size
           currentDateTime(9:2) delimited by size
           ":" delimited by size
           currentDateTime(11:2) delimited by size
           ":" delimited by size
           currentDateTime(13:2) delimited by size
           " FILE=" delimited by size
           function trim(rdFileName) delimited by size
           " DATE=" delimited by size
           rdLoadDate delimited by size
           " EAN=" delimited by size
           rdIsbn delimited by size
           " REASON=" delimited by size
           rdReason delimited by size
           " ACTION=" delimited by size
           function trim(reverseAction) delimited by size
           " STORE=" delimited by size
           function trim(ownerExtract) delimited by size
           into auditRecord
    end-string.
    write auditRecord.
    close auditLogFile.

loadStoreTable.
    *> A missing store master is not fatal here: every store then
    *> resolves by the extract name the catalog entry carries.
    move 0 to storeCount.
    move 1 to storeMasterEof.
    open input storeMasterFile.
    if storeMasterFileStatus = 00
        perform until storeMasterEof = 0
            read storeMasterFile
                at end move 0 to storeMasterEof
            end-read
            if storeMasterEof is not equal to zero
               and storeCount < 500
                add 1 to storeCount
                move smfCode to seCode(storeCount)
                move smfExtract to seExtract(storeCount)
                move smfLayout to seLayout(storeCount)
            end-if
        end-perform
        close storeMasterFile
    end-if.

openAuditTrail.
    *> Appended across runs; created on the first.
    open extend auditTrailFile.
    if auditTrailFileStatus is not equal to 00
        open output auditTrailFile
    end-if.

writeAuditStamp.
    move spaces to auditStamp.
    move function current-date to currentDateTime.
    string "CAT " delimited by size
           currentDateTime(1:4) delimited by size
           "-" delimited by size
           currentDateTime(5:2) delimited by size
           "-" delimited by size
           currentDateTime(7:2) delimited by size
           " " delimited by size
           currentDateTime(9:2) delimited by size
           ":" delimited by size
           currentDateTime(11:2) delimited by size
           ":" delimited by size
           currentDateTime(13:2) delimited by size
           " " delimited by size
           into auditStamp
    end-string.

writeAuditBefore.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "BEFORE " delimited by size
           masterIsbn delimited by size
           " " delimited by size
           masterPublisher delimited by size
           " FIRST=" delimited by size
           masterFirstDate delimited by size
           " LAST=" delimited by size
           masterLastDate delimited by size
           " STORE=" delimited by size
           function trim(masterStore) delimited by size
           " TITLE=" delimited by size
           function trim(masterTitle) delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditReversed.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "REVERSE " delimited by size
           rdIsbn delimited by size
           " ACTION=" delimited by size
           function trim(reverseAction) delimited by size
           " FILE=" delimited by size
           function trim(rdFileName) delimited by size
           " DATE=" delimited by size
           rdLoadDate delimited by size
           " REASON=" delimited by size
           rdReason delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

ageReleases.
    *> Whatever is still unsettled either waits inside the age
    *> threshold or is overdue - the load that sat three days
        move function integer-of-date(releaseDateNum)
            to releaseInteger
        if todayInteger > releaseInteger
            move releaseInteger to bizFromInteger
            move todayInteger to bizToInteger
            move spaces to bizStore
            perform countBusinessDays
            move businessDays to ageDays
        end-if
    end-if.
    if ageDays > ageThreshold
        add 1 to overdueCount
        move r to matchEntry
        perform writeAuditFinding
        if runReturnCode < 8
            move 8 to runReturnCode
        end-if
    else
        move "WAITING" to relStatus(r)
        add 1 to waitingCount
        end-if
    end-if.

loadCalendarTable.
    *> A missing calendar still leaves the weekends out - ages just
    *> run through holidays, as they always used to, and the
    *> warning says so.
    move 0 to calCount.
    move 1 to calendarEof.
    open input calendarFile.
    if calendarFileStatus = 00
        perform until calendarEof = 0
            read calendarFile
                at end move 0 to calendarEof
            end-read
            if calendarEof is not equal to zero
               and calType = "H"
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

writeAuditFinding.
    *> One ACK line per finding, alongside the RLS line it settles,
    *> so the sign-off pack reads the hand-off out of one log.
           relRejected(matchEntry) delimited by size
           " COUNT=" delimited by size
           relCount(matchEntry) delimited by size
           " REVERSED=" delimited by size
           relReversed(matchEntry) delimited by size
           into auditRecord
    end-string.
    write auditRecord.
    end-string.
    write reportRecord.
    move "LOAD FILE                        LOAD-DT    COUNT STATU" &
         "S     ACCEPTD REJECTD REVERSD   AGE" to reportRecord.
    write reportRecord.

writeReportTrailer.
           into reportRecord
    end-string.
    write reportRecord.
    move spaces to reportRecord.
    string "REVERSED=" delimited by size
           reversedCount delimited by size
           " ALREADY REVERSED=" delimited by size
           alreadyReversedCount delimited by size
           " REFUSED=" delimited by size
           refusedDetailCount delimited by size
           " ORPHAN REJECTS=" delimited by size
           orphanDetailCount delimited by size
           " MALFORMED REJECTS=" delimited by size
           malformedDetailCount delimited by size
           into reportRecord
    end-string.
    write reportRecord.

writeReleaseLine.
    move relFile(r) to rptFile.
    move relStatus(r) to rptStatus.
    move relAccepted(r) to rptAccepted.
    move relRejected(r) to rptRejected.
    move relReversed(r) to rptReversed.
    move 0 to ageDays.
    if relAcked(r) = 0 and relReleaseDate(r) is numeric
        move relReleaseDate(r) to releaseDateNum
        move function integer-of-date(releaseDateNum)
            to releaseInteger
        if todayInteger > releaseInteger
            move releaseInteger to bizFromInteger
            move todayInteger to bizToInteger
            move spaces to bizStore
            perform countBusinessDays
            move businessDays to ageDays
        end-if
    end-if.
    move ageDays to rptAge.
