identification division.
program-id. isbninq.

*> Single-ISBN inquiry. When a store phones to ask what happened to
*> a book, the answer is spread over MASTER.CAT, PREFIX.DAT, every
*> store's .REJSTAT, the suspense file and the releases logged on
*> ISBNAUDIT.LOG - and finding it meant grepping report files and
*> running catmnt PRINT by hand. This program takes an ISBN in any
*> punctuation (on the command line, or keyed at the prompt one
*> after another until a blank line), normalizes it and reduces it
*> to the canonical EAN exactly as the validation run does, and
*> shows on the console everything the files know about it:
*>   - the MASTER.CAT entry, and what its last action means;
*>   - the PREFIX.DAT entry the publisher check would match, with
*>     its effective date, and any staged entry about to take over;
*>   - which stores carry it, off HOLDINGS.DAT;
*>   - every store's .REJSTAT entries for it - sequence number,
*>     disposition, age and reason, as rejwork shows them;
*>   - any suspense entry waiting on a publisher prefix;
*>   - every released .LOAD file that carried it, its manifest,
*>     and whether the inventory side acknowledged the load or
*>     sent the record back.
*> A reject is matched on the ISBN as the store keyed it as well
*> as on the EAN, so a record that failed its checksum still turns
*> up when the operator reads back what the store sent.
*>
*> Read-only: every file is opened for input and the run lock is
*> not taken, so an inquiry never holds up the nightly batch - and
*> never waits on it either.

environment division.
input-output section.
file-control.

    select masterCatalogFile assign to "MASTER.CAT"
    organization is indexed
    access mode is random
    record key is masterIsbn
    file status is masterFileStatus.

    *> Store-by-title holdings, read on the EAN alternate key.
    select holdingsFile assign to "HOLDINGS.DAT"
    organization is indexed
    access mode is dynamic
    record key is hldKey
    alternate record key is hldIsbn with duplicates
    file status is holdingsFileStatus.

    select prefixFile assign to "PREFIX.DAT"
    organization is line sequential
    file status is prefixFileStatus.

    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> A store's reject status file, rejwork's memory.
    select statusFile assign to dynamic statusFileName
    organization is line sequential
    file status is statusFileStatus.

    select suspenseFile assign to "SUSPENSE.DAT"
    organization is line sequential
    file status is suspenseFileStatus.

    *> The log carrying RLS release lines, ACK findings and RVS
    *> reversals.
    select auditLogFile assign to "ISBNAUDIT.LOG"
    organization is line sequential
    file status is auditFileStatus.

    *> The business-day calendar, for reject ages.
    select calendarFile assign to "CALENDAR.DAT"
    organization is line sequential
    file status is calendarFileStatus.

    *> A released load file, read back for the EAN.
    select loadFile assign to dynamic loadFileName
    organization is line sequential
    file status is loadFileStatus.

data division.
file section.

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

fd holdingsFile.
    01 holdingsRecord.
        02 hldKey.
            03 hldStore pic x(30).
            03 hldIsbn pic x(13).
        02 hldQuantity pic 9(5).
        02 hldPrice pic 9(5)v99.
        02 hldFirstDate pic x(8).
        02 hldLastDate pic x(8).
        02 hldStatus pic x(1).

fd prefixFile.
    01 prefixFileRecord.
        02 prefixFileEan pic x(3).
        02 prefixFilePrefix pic x(7).
        02 prefixFilePublisher pic x(30).
        02 prefixFileEffDate pic x(8).

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

fd suspenseFile.
    01 suspenseRecord.
        02 susStore pic x(30).
        02 susExtract pic x(50).
        02 susLayout pic x(1).
        02 susIsbn pic x(13).
        02 susDate pic x(8).
        02 susRaw pic x(120).

fd auditLogFile.
    01 auditRecord pic x(400).

fd calendarFile.
    01 calendarRecord.
        02 calType pic x(1).
        02 calStore pic x(6).
        02 calDate pic x(8).
        02 calDescription pic x(30).

fd loadFile.
    01 loadRecord.
        02 clIsbn pic x(13).
        02 clPublisher pic x(30).
        02 clLoadDate pic x(8).
        02 clStatus pic x(1).
        02 clQuantity pic 9(5).
        02 clPrice pic 9(5)v99.
        02 clTitle pic x(30).

working-storage section.

    01 masterFileStatus pic 9(2).
    01 holdingsFileStatus pic 9(2).
    01 prefixFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 statusFileStatus pic 9(2).
    01 suspenseFileStatus pic 9(2).
    01 auditFileStatus pic 9(2).
    01 loadFileStatus pic 9(2).
    01 calendarFileStatus pic 9(2).

    01 holdingsEof pic 9 value 1.
    01 prefixEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 statusEof pic 9 value 1.
    01 suspenseEof pic 9 value 1.
    01 logEof pic 9 value 1.
    01 loadEof pic 9 value 1.
    01 calendarEof pic 9 value 1.

    01 cmdLineParm pic x(100).
    01 inquiryText pic x(30).

    *> The ISBN as normalized, and whether it is one.
    01 normLine pic x(20).
    01 normLen pic 9(2).
    01 isValidValue pic 9.
    01 invalidReason pic x(40).
    01 isbnSum pic 9(4).
    01 checkDigit pic 9(2).
    01 expectedDigit pic 9(2).
    01 digitValue pic 9.
    01 i pic 9(3).
    01 canonIsbn pic x(13).
    01 canonDigit pic 9.
    01 canonSum pic 9(4).
    01 canonMod pic 9(4).
    01 canonRemainder pic 9(2).

    *> A reject's ISBN columns, normalized the same way.
    01 candLine pic x(20).
    01 candLen pic 9(3).
    01 candScanLen pic 9(3).
    01 candMatch pic 9.

    01 todayDate pic x(8).
    01 todayInteger pic 9(7).
    01 dateNum pic 9(8).
    01 dateInteger pic 9(7).
    01 ageDays pic 9(5).

    *> Days that are not business days beyond the weekend: company
    *> holidays and every store's closures, dated as day numbers.
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

    *> Longest live prefix match, and the longest staged one.
    01 prefixLen pic 9.
    01 liveLen pic 9 value 0.
    01 livePrefix pic x(7).
    01 livePublisher pic x(30).
    01 liveEffDate pic x(8).
    01 stagedLen pic 9 value 0.
    01 stagedPrefix pic x(7).
    01 stagedPublisher pic x(30).
    01 stagedEffDate pic x(8).

    01 storeTable.
        02 storeCount pic 9(3) value 0.
        02 storeEntry occurs 1 to 500 times
           depending on storeCount.
            03 seCode pic x(6).
            03 seName pic x(30).
            03 seExtract pic x(50).
            03 seLayout pic x(1).
    01 storeTableOK pic 9 value 0.
    01 s pic 9(3).
    01 storeMatch pic 9(3).

    01 statusFileName pic x(70).
    01 loadFileName pic x(60).
    01 stSeq pic 9(5).
    01 foundCount pic 9(5).

    *> Each release found carrying the EAN, with what came back for
    *> it. A later RLS for the same file and load date supersedes,
    *> as it does in ackrecon.
    01 traceTable.
        02 traceCount pic 9(3) value 0.
        02 traceEntry occurs 1 to 200 times
           depending on traceCount.
            03 trFile pic x(60).
            03 trLoadDate pic x(8).
            03 trReleaseDate pic x(8).
            03 trLoadStatus pic x(1).
            03 trAckStatus pic x(10).
            03 trReversed pic 9.
            03 trReason pic x(4).
    01 traceTableFullWarned pic 9 value 0.
    01 t pic 9(3).
    01 traceMatch pic 9(3).
    01 loadFound pic 9.
    01 foundStatus pic x(1).

    *> Fields lifted off a log line by the substring scanner.
    01 lineDate pic x(8).
    01 lineFile pic x(60).
    01 lineLoadDate pic x(8).
    01 lineStatus pic x(10).
    01 lineEan pic x(13).
    01 lineReason pic x(4).
    01 scanPos pic 9(3).
    01 scanEnd pic 9(3).
    01 scanLen pic 9(3).
    01 scanToken pic x(12).
    01 scanTokenLen pic 9(2).
    01 scanValue pic x(60).
    01 scanFound pic 9.

    01 inquiryLine pic x(132).
    01 actionText pic x(40).
    01 qtyEdit pic zzzz9.
    01 priceEdit pic zzzz9.99.
    01 seqEdit pic zzzz9.
    01 ageEdit pic zzzz9.

    *> The return code: 0 = inquiry answered, 4 = the last ISBN
    *> asked about was not a valid ISBN.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    accept cmdLineParm from command-line.
    move function current-date(1:8) to todayDate.
    move function numval(todayDate) to dateNum.
    move function integer-of-date(dateNum) to todayInteger.
    perform loadStoreTable.
    perform loadCalendarTable.

    if cmdLineParm is not equal to spaces
        move cmdLineParm to inquiryText
        perform answerInquiry
    else
        perform promptInquiry
        perform until inquiryText = spaces
            perform answerInquiry
            perform promptInquiry
        end-perform
    end-if.
    move runReturnCode to return-code.
stop run.

promptInquiry.
    display " ".
    display "ISBN (blank to end):".
    move spaces to inquiryText.
    accept inquiryText.

answerInquiry.
    move 0 to runReturnCode.
    perform normalizeInquiry.
    perform checkInquiry.
    display " ".
    move spaces to inquiryLine.
    string "ISBN     " delimited by size
           function trim(inquiryText) delimited by size
           "  NORMALIZED " delimited by size
           normLine delimited by space
           into inquiryLine
    end-string.
    perform showLine.
    move spaces to canonIsbn.
    if isValidValue = 1
        perform buildCanonicalIsbn
        move spaces to inquiryLine
        string "EAN      " delimited by size
               canonIsbn delimited by size
               into inquiryLine
        end-string
        perform showLine
        perform showCatalogEntry
        perform showPrefix
        perform showHoldings
    else
        move 4 to runReturnCode
        move spaces to inquiryLine
        string "         Not a valid ISBN - " delimited by size
               function trim(invalidReason) delimited by size
               " - only the rejects are searched." delimited by size
               into inquiryLine
        end-string
        perform showLine
    end-if.
    perform showRejects.
    if isValidValue = 1
        perform showSuspense
        perform showReleases
    end-if.

showLine.
    display function trim(inquiryLine trailing).

normalizeInquiry.
    *> The same rule as the validation run: hyphens and spaces go,
    *> everything else is kept and judged. A lower-case x check
    *> character is taken as X.
    move spaces to normLine.
    move 0 to normLen.
    perform varying i from 1 by 1 until i > 30
        if inquiryText(i:1) is not equal to '-'
           and inquiryText(i:1) is not equal to space
            add 1 to normLen
            if normLen < 21
                move inquiryText(i:1) to normLine(normLen:1)
                if normLine(normLen:1) = 'x'
                    move 'X' to normLine(normLen:1)
                end-if
            end-if
        end-if
    end-perform.

checkInquiry.
    move 1 to isValidValue.
    move spaces to invalidReason.
    if normLen is not equal to 10 and normLen is not equal to 13
        move 0 to isValidValue
        move "not 10 or 13 characters" to invalidReason
    else
        perform varying i from 1 by 1 until i > normLen
            if normLine(i:1) is not numeric
                if i is not equal to 10 or normLen is not equal to 10
                   or normLine(i:1) is not equal to 'X'
                    move 0 to isValidValue
                    move "not all digits" to invalidReason
                end-if
            end-if
        end-perform
    end-if.
    if isValidValue = 1
        if normLen = 10
            perform checkSum10
        else
            perform checkSum13
        end-if
        if checkDigit is not equal to expectedDigit
            move 0 to isValidValue
            move "check digit does not match" to invalidReason
        end-if
    end-if.

checkSum10.
    *> Mod-11 weighting; an X check character stands for 10.
    move 0 to isbnSum.
    perform varying i from 1 by 1 until i > 9
        move normLine(i:1) to digitValue
        compute isbnSum = isbnSum + ((11 - i) * digitValue)
    end-perform.
    compute expectedDigit = 11 - function mod(isbnSum, 11).
    if expectedDigit = 11
        move 0 to expectedDigit
    end-if.
    if normLine(10:1) = 'X'
        move 10 to checkDigit
    else
        move normLine(10:1) to digitValue
        move digitValue to checkDigit
    end-if.

checkSum13.
    *> Mod-10 with alternating weights of 1 and 3.
    move 0 to isbnSum.
    perform varying i from 1 by 1 until i > 12
        move normLine(i:1) to digitValue
        if function mod(i, 2) = 1
            compute isbnSum = isbnSum + digitValue
        else
            compute isbnSum = isbnSum + (digitValue * 3)
        end-if
    end-perform.
    compute expectedDigit = 10 - function mod(isbnSum, 10).
    if expectedDigit = 10
        move 0 to expectedDigit
    end-if.
    move normLine(13:1) to digitValue.
    move digitValue to checkDigit.

buildCanonicalIsbn.
    *> Reduce the ISBN to the canonical 13-digit EAN, exactly as the
    *> validation run does: an ISBN-13 already is one; an ISBN-10
    *> gets the 978 prefix, its nine data digits, and a freshly
    *> computed mod-10 check digit.
    if normLen = 13
        move normLine(1:13) to canonIsbn
    else
        move "978" to canonIsbn(1:3)
        move normLine(1:9) to canonIsbn(4:9)
        move 0 to canonSum
        perform varying i from 1 by 1 until i > 12
            move canonIsbn(i:1) to canonDigit
            if function mod(i, 2) = 1
                compute canonSum = canonSum + canonDigit
            else
                compute canonSum = canonSum + (canonDigit * 3)
            end-if
        end-perform
        divide canonSum by 10 giving canonMod remainder canonRemainder
        compute canonRemainder = 10 - canonRemainder
        if canonRemainder = 10
            move 0 to canonRemainder
        end-if
        move canonRemainder to canonDigit
        move canonDigit to canonIsbn(13:1)
    end-if.

showCatalogEntry.
    open input masterCatalogFile.
    if masterFileStatus is not equal to 00
        display "CATALOG  Master catalog could not be opened."
    else
        move canonIsbn to masterIsbn
        read masterCatalogFile
            invalid key
                display "CATALOG  Not on the master catalog."
            not invalid key
                perform showMasterRecord
        end-read
        close masterCatalogFile
    end-if.

showMasterRecord.
    perform describeLastAction.
    move spaces to inquiryLine.
    string "CATALOG  " delimited by size
           function trim(masterTitle) delimited by size
           " / " delimited by size
           function trim(masterPublisher) delimited by size
           into inquiryLine
    end-string.
    perform showLine.
    move spaces to inquiryLine.
    string "         FIRST " delimited by size
           masterFirstDate delimited by size
           " LAST " delimited by size
           masterLastDate delimited by size
           " BY " delimited by size
           function trim(masterStore) delimited by size
           into inquiryLine
    end-string.
    perform showLine.
    move masterQuantity to qtyEdit.
    move masterPrice to priceEdit.
    move spaces to inquiryLine.
    string "         QTY " delimited by size
           qtyEdit delimited by size
           " PRICE " delimited by size
           priceEdit delimited by size
           " LAST ACTION " delimited by size
           masterLastAction delimited by size
           " " delimited by size
           function trim(actionText) delimited by size
           into inquiryLine
    end-string.
    perform showLine.

describeLastAction.
    move spaces to actionText.
    if masterLastAction = "N"
        move "new title" to actionText
    end-if.
    if masterLastAction = "U"
        move "restock update" to actionText
    end-if.
    if masterLastAction = "D"
        move "duplicate resubmitted" to actionText
    end-if.
    if masterLastAction = "H"
        move "restock held on price swing" to actionText
    end-if.
    if masterLastAction = "X"
        move "load reversed by inventory reject" to actionText
    end-if.
    if masterLastAction = "W"
        move "withdrawn" to actionText
    end-if.
    if masterLastAction = "I"
        move "reinstated after withdrawal" to actionText
    end-if.

showPrefix.
    *> The longest live entry is the one the publisher check
    *> matches; a longer staged entry is the one that will take over
    *> on its effective date.
    move 0 to liveLen.
    move 0 to stagedLen.
    move 1 to prefixEof.
    open input prefixFile.
    if prefixFileStatus is not equal to 00
        display "PREFIX   Prefix reference file could not be opened."
    else
        perform until prefixEof = 0
            read prefixFile
                at end move 0 to prefixEof
            end-read
            if prefixEof is not equal to zero
                perform matchPrefixEntry
            end-if
        end-perform
        close prefixFile
        if liveLen = 0
            display "PREFIX   No live prefix - the publisher is unknown."
        else
            move spaces to inquiryLine
            string "PREFIX   " delimited by size
                   canonIsbn(1:3) delimited by size
                   "-" delimited by size
                   livePrefix delimited by space
                   " " delimited by size
                   function trim(livePublisher) delimited by size
                   " EFFECTIVE " delimited by size
                   liveEffDate delimited by size
                   into inquiryLine
            end-string
            perform showLine
        end-if
        if stagedLen > liveLen
            move spaces to inquiryLine
            string "         STAGED " delimited by size
                   canonIsbn(1:3) delimited by size
                   "-" delimited by size
                   stagedPrefix delimited by space
                   " " delimited by size
                   function trim(stagedPublisher) delimited by size
                   " FROM " delimited by size
                   stagedEffDate delimited by size
                   into inquiryLine
            end-string
            perform showLine
        end-if
    end-if.

matchPrefixEntry.
    move 0 to prefixLen.
    perform varying i from 1 by 1 until i > 7
        if prefixFilePrefix(i:1) is not equal to space
            move i to prefixLen
        end-if
    end-perform.
    if prefixLen > 0
       and prefixFileEan = canonIsbn(1:3)
       and prefixFilePrefix(1:prefixLen) = canonIsbn(4:prefixLen)
        if prefixFileEffDate = spaces
           or prefixFileEffDate = "00000000"
           or prefixFileEffDate <= todayDate
            if prefixLen > liveLen
                move prefixLen to liveLen
                move prefixFilePrefix to livePrefix
                move prefixFilePublisher to livePublisher
                move prefixFileEffDate to liveEffDate
                if liveEffDate = spaces
                    move "ALWAYS" to liveEffDate
                end-if
            end-if
        else
            if prefixLen > stagedLen
                move prefixLen to stagedLen
                move prefixFilePrefix to stagedPrefix
                move prefixFilePublisher to stagedPublisher
                move prefixFileEffDate to stagedEffDate
            end-if
        end-if
    end-if.

showHoldings.
    open input holdingsFile.
    if holdingsFileStatus is not equal to 00
        display "HOLDINGS Holdings file could not be opened."
    else
        move 0 to foundCount
        move 1 to holdingsEof
        move canonIsbn to hldIsbn
        start holdingsFile key is equal to hldIsbn
            invalid key
                move 0 to holdingsEof
        end-start
        perform until holdingsEof = 0
            read holdingsFile next record
                at end move 0 to holdingsEof
            end-read
            if holdingsEof is not equal to zero
                if hldIsbn is not equal to canonIsbn
                    move 0 to holdingsEof
                else
                    add 1 to foundCount
                    perform showHoldingLine
                end-if
            end-if
        end-perform
        close holdingsFile
        if foundCount = 0
            display "HOLDINGS No store has reported it."
        end-if
    end-if.

showHoldingLine.
    move hldQuantity to qtyEdit.
    move hldPrice to priceEdit.
    move spaces to actionText.
    if hldStatus = "W"
        move "WITHDRAWN" to actionText
    else
        move "CARRIED" to actionText
    end-if.
    move spaces to inquiryLine.
    string "HOLDING  " delimited by size
           function trim(hldStore) delimited by size
           " " delimited by size
           function trim(actionText) delimited by size
           " QTY " delimited by size
           qtyEdit delimited by size
           " PRICE " delimited by size
           priceEdit delimited by size
           " FIRST " delimited by size
           hldFirstDate delimited by size
           " LAST " delimited by size
           hldLastDate delimited by size
           into inquiryLine
    end-string.
    perform showLine.

showRejects.
    *> Every store on the store master has its own status file; a
    *> store that never had a reject has none, which is no error.
    move 0 to foundCount.
    if storeTableOK = 0
        display "REJECTS  Store master could not be opened - "
            "rejects not searched."
    else
        perform varying s from 1 by 1 until s > storeCount
            perform searchStoreRejects
        end-perform
        if foundCount = 0
            display "REJECTS  None on any store's reject status file."
        end-if
    end-if.

searchStoreRejects.
    move spaces to statusFileName.
    string function trim(seExtract(s)) delimited by size
           ".REJSTAT" delimited by size
           into statusFileName
    end-string.
    move 0 to stSeq.
    move 1 to statusEof.
    open input statusFile.
    if statusFileStatus = 00
        perform until statusEof = 0
            read statusFile
                at end move 0 to statusEof
            end-read
            if statusEof is not equal to zero
                add 1 to stSeq
                perform matchRejectEntry
                if candMatch = 1
                    add 1 to foundCount
                    perform showRejectLine
                end-if
            end-if
        end-perform
        close statusFile
    end-if.

matchRejectEntry.
    *> Normalize the entry's ISBN columns as the store's layout
    *> places them, then compare with what was asked: the same
    *> characters as keyed, or - for a valid ISBN - the same EAN,
    *> which an ISBN-10 reaches through its nine data digits.
    if seLayout(s) = "F"
        move 17 to candScanLen
    else
        move 120 to candScanLen
    end-if.
    move spaces to candLine.
    move 0 to candLen.
    perform varying i from 1 by 1 until i > candScanLen
        if stRaw(i:1) is not equal to '-'
           and stRaw(i:1) is not equal to space
            add 1 to candLen
            if candLen < 21
                move stRaw(i:1) to candLine(candLen:1)
                if candLine(candLen:1) = 'x'
                    move 'X' to candLine(candLen:1)
                end-if
            end-if
        end-if
    end-perform.
    move 0 to candMatch.
    if candLen = normLen and candLine = normLine
        move 1 to candMatch
    end-if.
    if isValidValue = 1
        if candLen = 13 and candLine(1:13) = canonIsbn
            move 1 to candMatch
        end-if
        if candLen = 10 and canonIsbn(1:3) = "978"
           and candLine(1:9) = canonIsbn(4:9)
            move 1 to candMatch
        end-if
    end-if.

showRejectLine.
    *> Age as rejwork reports it: business days outstanding for the
    *> store, and nothing for a reject already settled.
    move 0 to ageDays.
    move spaces to actionText.
    if stStatus = "C"
        move "CORRECTED" to actionText
    else
        if stStatus = "A"
            move "ABANDONED" to actionText
        else
            move "OUTSTANDING" to actionText
            if stFirstDate is numeric
                move stFirstDate to dateNum
                move function integer-of-date(dateNum)
                    to dateInteger
                if todayInteger > dateInteger
                    move dateInteger to bizFromInteger
                    move todayInteger to bizToInteger
                    move seCode(s) to bizStore
                    perform countBusinessDays
                    move businessDays to ageDays
                end-if
            end-if
        end-if
    end-if.
    move stSeq to seqEdit.
    move ageDays to ageEdit.
    move spaces to inquiryLine.
    string "REJECT   " delimited by size
           seCode(s) delimited by size
           " SEQ " delimited by size
           seqEdit delimited by size
           " " delimited by size
           actionText(1:11) delimited by size
           " FIRST " delimited by size
           stFirstDate delimited by size
           " AGE " delimited by size
           ageEdit delimited by size
           " " delimited by size
           function trim(stReason) delimited by size
           into inquiryLine
    end-string.
    perform showLine.
    move spaces to inquiryLine.
    string "         " delimited by size
           stRaw(1:70) delimited by size
           into inquiryLine
    end-string.
    perform showLine.

showSuspense.
    move 0 to foundCount.
    move 1 to suspenseEof.
    open input suspenseFile.
    if suspenseFileStatus = 00
        perform until suspenseEof = 0
            read suspenseFile
                at end move 0 to suspenseEof
            end-read
            if suspenseEof is not equal to zero
               and susIsbn = canonIsbn
                add 1 to foundCount
                perform showSuspenseLine
            end-if
        end-perform
        close suspenseFile
    end-if.
    if foundCount = 0
        display "SUSPENSE Not waiting on a publisher prefix."
    end-if.

showSuspenseLine.
    move 0 to ageDays.
    if susDate is numeric
        move susDate to dateNum
        move function integer-of-date(dateNum) to dateInteger
        if todayInteger > dateInteger
            compute ageDays = todayInteger - dateInteger
        end-if
    end-if.
    move ageDays to ageEdit.
    move spaces to inquiryLine.
    string "SUSPENSE " delimited by size
           function trim(susStore) delimited by size
           " SINCE " delimited by size
           susDate delimited by size
           " AGE " delimited by size
           ageEdit delimited by size
           " - unknown publisher prefix" delimited by size
           into inquiryLine
    end-string.
    perform showLine.

showReleases.
    *> One pass over the log. Each RLS line's load file is read back
    *> for the EAN under that load date - the same extract releases
    *> under the same name night after night, so a file on disk
    *> carrying a later date is not evidence about an earlier
    *> release. ACK findings and RVS reversals are then laid against
    *> the releases found.
    move 0 to traceCount.
    move 1 to logEof.
    open input auditLogFile.
    if auditFileStatus is not equal to 00
        display "RELEASES Audit log could not be opened."
    else
        perform until logEof = 0
            read auditLogFile
                at end move 0 to logEof
            end-read
            if logEof is not equal to zero
                if auditRecord(1:4) = "RLS "
                    perform traceReleaseLine
                end-if
                if auditRecord(1:4) = "ACK "
                    perform traceAckLine
                end-if
                if auditRecord(1:4) = "RVS "
                    perform traceReversalLine
                end-if
            end-if
        end-perform
        close auditLogFile
        if traceCount = 0
            display "RELEASES Not on any released load file on disk."
        else
            perform varying t from 1 by 1 until t > traceCount
                perform showReleaseLine
            end-perform
        end-if
    end-if.

traceReleaseLine.
    perform extractLogFields.
    perform findLoadRecord.
    perform findTraceEntry.
    if loadFound = 1
        if traceMatch = 0
            if traceCount < 200
                add 1 to traceCount
                move traceCount to traceMatch
            else
                if traceTableFullWarned = 0
                    display "Warning - release table full, later "
                        "releases are not shown."
                    move 1 to traceTableFullWarned
                end-if
            end-if
        end-if
        if traceMatch > 0
            move lineFile to trFile(traceMatch)
            move lineLoadDate to trLoadDate(traceMatch)
            move lineDate to trReleaseDate(traceMatch)
            move foundStatus to trLoadStatus(traceMatch)
            move spaces to trAckStatus(traceMatch)
            move 0 to trReversed(traceMatch)
            move spaces to trReason(traceMatch)
        end-if
    end-if.

traceAckLine.
    perform extractLogFields.
    perform findTraceEntry.
    if traceMatch > 0
        move lineStatus to trAckStatus(traceMatch)
    end-if.

traceReversalLine.
    perform extractLogFields.
    if lineEan = canonIsbn
        perform findTraceEntry
        if traceMatch > 0
            move 1 to trReversed(traceMatch)
            move lineReason to trReason(traceMatch)
        end-if
    end-if.

findTraceEntry.
    move 0 to traceMatch.
    perform varying t from 1 by 1 until t > traceCount
        if trFile(t) = lineFile
           and trLoadDate(t) = lineLoadDate
            move t to traceMatch
        end-if
    end-perform.

findLoadRecord.
    move 0 to loadFound.
    move spaces to foundStatus.
    move lineFile to loadFileName.
    move 1 to loadEof.
    open input loadFile.
    if loadFileStatus = 00
        perform until loadEof = 0 or loadFound = 1
            read loadFile
                at end move 0 to loadEof
            end-read
            if loadEof is not equal to zero
               and clIsbn = canonIsbn
               and clLoadDate = lineLoadDate
                move 1 to loadFound
                move clStatus to foundStatus
            end-if
        end-perform
        close loadFile
    end-if.

showReleaseLine.
    move spaces to actionText.
    if trLoadStatus(t) = "V"
        move "as new" to actionText
    end-if.
    if trLoadStatus(t) = "U"
        move "as update" to actionText
    end-if.
    if trLoadStatus(t) = "W"
        move "as withdrawal" to actionText
    end-if.
    move spaces to inquiryLine.
    string "RELEASE  " delimited by size
           function trim(trFile(t)) delimited by size
           " LOAD " delimited by size
           trLoadDate(t) delimited by size
           " RELEASED " delimited by size
           trReleaseDate(t) delimited by size
           " " delimited by size
           function trim(actionText) delimited by size
           into inquiryLine
    end-string.
    perform showLine.
    move spaces to actionText.
    if trAckStatus(t) = spaces
        move "NOT ACKNOWLEDGED" to actionText
    else
        move trAckStatus(t) to actionText
    end-if.
    move spaces to inquiryLine.
    string "         MANIFEST " delimited by size
           function trim(trFile(t)) delimited by size
           ".MAN ACK " delimited by size
           function trim(actionText) delimited by size
           into inquiryLine
    end-string.
    perform showLine.
    if trReversed(t) = 1
        move spaces to inquiryLine
        string "         REJECTED BY INVENTORY, REASON " delimited by size
               trReason(t) delimited by size
               " - reversed out of the catalog" delimited by size
               into inquiryLine
        end-string
        perform showLine
    end-if.

extractLogFields.
    *> The timestamp is fixed-format; the token=value pairs are
    *> scanned for, the way ackrecon reads the same log.
    move spaces to lineDate.
    string auditRecord(5:4) delimited by size
           auditRecord(10:2) delimited by size
           auditRecord(13:2) delimited by size
           into lineDate
    end-string.
    move " FILE=" to scanToken.
    move 6 to scanTokenLen.
    perform scanLogToken.
    move scanValue to lineFile.
    move " DATE=" to scanToken.
    move 6 to scanTokenLen.
    perform scanLogToken.
    move scanValue(1:8) to lineLoadDate.
    move " STATUS=" to scanToken.
    move 8 to scanTokenLen.
    perform scanLogToken.
    move scanValue(1:10) to lineStatus.
    move " EAN=" to scanToken.
    move 5 to scanTokenLen.
    perform scanLogToken.
    move scanValue(1:13) to lineEan.
    move " REASON=" to scanToken.
    move 8 to scanTokenLen.
    perform scanLogToken.
    move scanValue(1:4) to lineReason.

scanLogToken.
    *> Walk the line for the token, then take its value up to the
    *> next blank.
    move spaces to scanValue.
    move 0 to scanFound.
    perform varying scanPos from 1 by 1
            until scanPos > 380 or scanFound = 1
        if auditRecord(scanPos:scanTokenLen)
           = scanToken(1:scanTokenLen)
            move 1 to scanFound
        end-if
    end-perform.
    if scanFound = 1
        compute scanPos = scanPos + scanTokenLen - 1
        move 0 to scanEnd
        perform varying scanLen from 0 by 1
                until scanLen > 59 or scanEnd = 1
            if scanPos + scanLen > 400
               or auditRecord(scanPos + scanLen:1) = space
                move 1 to scanEnd
            end-if
        end-perform
        if scanLen > 1
            compute scanLen = scanLen - 1
            move auditRecord(scanPos:scanLen) to scanValue
        end-if
    end-if.

loadStoreTable.
    *> Missing is degraded, not fatal: without the store master
    *> there is no list of reject status files to search, and the
    *> reject section says so.
    move 0 to storeCount.
    move 0 to storeTableOK.
    move 1 to storeMasterEof.
    open input storeMasterFile.
    if storeMasterFileStatus = 00
        move 1 to storeTableOK
        perform until storeMasterEof = 0
            read storeMasterFile
                at end move 0 to storeMasterEof
            end-read
            if storeMasterEof is not equal to zero
               and storeCount < 500
                add 1 to storeCount
                move smfCode to seCode(storeCount)
                move smfName to seName(storeCount)
                move smfExtract to seExtract(storeCount)
                move smfLayout to seLayout(storeCount)
            end-if
        end-perform
        close storeMasterFile
    end-if.

loadCalendarTable.
    *> A missing calendar still leaves the weekends out - reject
    *> ages just run through holidays.
    move 0 to calCount.
    move 1 to calendarEof.
    open input calendarFile.
    if calendarFileStatus = 00
        perform until calendarEof = 0
            read calendarFile
                at end move 0 to calendarEof
            end-read
            if calendarEof is not equal to zero
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
    end-if.

countBusinessDays.
    *> Business days after bizFromInteger up to and including
    *> bizToInteger: Monday to Friday, less company holidays, less
    *> the closures of bizStore. Day 1 of the integer calendar,
    *> 1601-01-01, was a Monday, so a day number less one, mod 7,
    *> runs 0 (Monday) to 6 (Sunday).
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
           and (ctType(c) = "H"
                or (ctStore(c) = bizStore and bizStore
                    is not equal to spaces))
            move 1 to calendarClosed
        end-if
    end-perform.
