*> audarch, ISBNAUDIT.YYYYMM style) to read in front of the live
*> log, so a sign-off period that spans an archival cutover is
*> still one report.
*>
*> A missed submission is an active day on which the store was due
*> and sent nothing. Due means a business day for that store: one
*> of its submission days on STORE.DAT (Monday to Friday for an
*> extract the store master doesn't know), not a company holiday
*> and not one of the store's planned closures on CALENDAR.DAT,
*> calmnt's calendar. A store shut for a refit is not missing.

environment division.
input-output section.
    organization is line sequential
    file status is auditFileStatus.

    *> Store master, for each store's submission days and code.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> The business-day calendar: holidays and store closures.
    select calendarFile assign to "CALENDAR.DAT"
    organization is line sequential
    file status is calendarFileStatus.

    *> The summary produced for the sign-off pack.
    select summaryReportFile assign to "ISBNAUDIT.RPT"
    organization is line sequential
file section.

fd auditLogFile.
    01 auditRecord pic x(400).

fd summaryReportFile.
    01 summaryReportRecord pic x(132).

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

    01 auditFileStatus pic 9(2).
    01 summaryReportStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 calendarFileStatus pic 9(2).
    01 logEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 calendarEof pic 9 value 1.

    *> FROM=/TO=/LOG= tokens in any order; an absent bound is left
    *> wide open so the whole log is the default range.
    01 relMatched pic 9(7) value 0.
    01 relMismatch pic 9(7) value 0.
    01 relOverdue pic 9(7) value 0.
    01 relReversed pic 9(7) value 0.

    *> One entry per store file seen in range. feOpenErrors counts
    *> ERROR= events since the file's last successful run - whatever
            03 feDuplicate pic 9(9).
            03 feRestock pic 9(9).
            03 feUnknownPub pic 9(9).
            03 feTitleConflict pic 9(9).
            03 fePriceHeld pic 9(9).
            03 feWithdrawn pic 9(9).
            03 feBadWithdraw pic 9(9).
            03 feDateSeen pic 9 occurs 400 times.

    *> Every distinct day in range on which any run happened, in log
    01 tableFullWarned pic 9 value 0.
    01 dateTableFullWarned pic 9 value 0.

    *> Store master entries, for when a store is due: its code
    *> (closures are filed under it) and its Monday-to-Sunday
    *> submission flags, looked up by extract file name.
    01 storeTable.
        02 storeCount pic 9(3) value 0.
        02 storeEntry occurs 1 to 500 times
           depending on storeCount.
            03 seCode pic x(6).
            03 seExtract pic x(50).
            03 seDays pic x(7).
    01 s pic 9(3).

    *> Days that are not business days beyond the weekend: company
    *> holidays and every store's closures. Each entry carries its
    *> date as a day number so the check compares integers.
    01 calendarTable.
        02 calCount pic 9(4) value 0.
        02 calEntry occurs 1 to 5000 times
           depending on calCount.
            03 ctType pic x(1).
            03 ctStore pic x(6).
            03 ctInteger pic 9(7).
    01 c pic 9(4).
    01 calDateNum pic 9(8).
    01 bizDay pic 9(7).
    01 bizStore pic x(6).
    01 bizWeekday pic 9.
    01 calendarClosed pic 9.
    01 submissionDue pic 9.

    *> Grand totals across every file in range.
    01 grandRuns pic 9(7) value 0.
    01 grandErrors pic 9(7) value 0.
    01 grandDuplicate pic 9(9) value 0.
    01 grandRestock pic 9(9) value 0.
    01 grandUnknownPub pic 9(9) value 0.
    01 grandTitleConflict pic 9(9) value 0.
    01 grandPriceHeld pic 9(9) value 0.
    01 grandWithdrawn pic 9(9) value 0.
    01 grandBadWithdraw pic 9(9) value 0.

    *> Edited fields for the report lines.
    01 edRuns pic zzzz9.
procedure division.
    accept cmdLineParm from command-line.
    perform parseDateRange.
    perform loadStoreTable.
    perform loadCalendarTable.

    open output summaryReportFile.
    if summaryReportStatus is not equal to 00
        end-if
    end-if.
    if auditRecord(1:4) = "RLS " or auditRecord(1:4) = "ACK "
       or auditRecord(1:4) = "RVS "
        move spaces to lineDate
        string auditRecord(5:4) delimited by size
               auditRecord(10:2) delimited by size
tallyHandoffLine.
    if auditRecord(1:4) = "RLS "
        add 1 to relReleased
    end-if.
    if auditRecord(1:4) = "RVS "
        add 1 to relReversed
    end-if.
    if auditRecord(1:4) = "ACK "
        move " STATUS=MATCHED " to scanToken
        move 16 to scanTokenLen
        perform scanForToken
        move 12 to scanTokenLen
        perform scanLogValue
        add scanValue to feUnknownPub(matchFile)
        move " TITLECONFLICT=" to scanToken
        move 15 to scanTokenLen
        perform scanLogValue
        add scanValue to feTitleConflict(matchFile)
        move " PRICEHELD=" to scanToken
        move 11 to scanTokenLen
        perform scanLogValue
        add scanValue to fePriceHeld(matchFile)
        move " WITHDRAWN=" to scanToken
        move 11 to scanTokenLen
        perform scanLogValue
        add scanValue to feWithdrawn(matchFile)
        move " BADWITHDRAW=" to scanToken
        move 13 to scanTokenLen
        perform scanLogValue
        add scanValue to feBadWithdraw(matchFile)
        perform findDateEntry
        if matchDate > 0
            move 1 to feDateSeen(matchFile, matchDate)
    *> form right behind it, which scanLogValue picks up.
    move 0 to scanFound.
    perform varying scanPos from 1 by 1
            until scanPos > 380 or scanFound = 1
        if auditRecord(scanPos:scanTokenLen)
           = scanToken(1:scanTokenLen)
            move 1 to scanFound
        with pointer scanPos
    end-string.
    write summaryReportRecord.
    move spaces to summaryReportRecord.
    move 1 to scanPos.
    move grandTitleConflict to edCount.
    string "  TITLECONFLICT=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move grandPriceHeld to edCount.
    string " PRICEHELD=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move grandWithdrawn to edCount.
    string " WITHDRAWN=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move grandBadWithdraw to edCount.
    string " BADWITHDRAW=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    write summaryReportRecord.

    perform writeHandoffSummary.
    perform writeMissedSubmissions.
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move relReversed to edRuns.
    string "  REVERSED ITEMS=" delimited by size
           edRuns delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    write summaryReportRecord.

writeFileSummary.
    end-string.
    write summaryReportRecord.

    *> The categories past the original seven go on a line of their
    *> own - the first is already as wide as the report allows.
    move spaces to summaryReportRecord.
    move 1 to scanPos.
    move feTitleConflict(f) to edCount.
    string "  TITLECONFLICT=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move fePriceHeld(f) to edCount.
    string " PRICEHELD=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move feWithdrawn(f) to edCount.
    string " WITHDRAWN=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    move feBadWithdraw(f) to edCount.
    string " BADWITHDRAW=" delimited by size
           edCount delimited by size
           into summaryReportRecord
        with pointer scanPos
    end-string.
    write summaryReportRecord.

    add feRuns(f) to grandRuns.
    add feErrors(f) to grandErrors.
    add feRead(f) to grandRead.
    add feDuplicate(f) to grandDuplicate.
    add feRestock(f) to grandRestock.
    add feUnknownPub(f) to grandUnknownPub.
    add feTitleConflict(f) to grandTitleConflict.
    add fePriceHeld(f) to grandPriceHeld.
    add feWithdrawn(f) to grandWithdrawn.
    add feBadWithdraw(f) to grandBadWithdraw.

writeMissedSubmissions.
    *> A store that ran on none of a day's activity is a day it
    *> failed to submit - measured only against days something ran,
    *> and only where the day was a business day the store was due.
    *> The suspense release logs its runs under SUSPENSE.DAT; it is
    *> no store and owes no submission.
    move spaces to summaryReportRecord.
    write summaryReportRecord.
    move "MISSED SUBMISSIONS (active days the store was due with no "
        & "successful run)" to summaryReportRecord.
    write summaryReportRecord.
    perform varying d from 1 by 1 until d > dateCount
        perform varying f from 1 by 1 until f > fileCount
            move 0 to submissionDue
            if feDateSeen(f, d) = 0
               and feName(f) is not equal to "SUSPENSE.DAT"
                perform checkSubmissionDue
            end-if
            if submissionDue = 1
                move spaces to summaryReportRecord
                string "  " delimited by size
                       dateEntry(d) delimited by size
        end-perform
    end-perform.

checkSubmissionDue.
    *> Due on one of the store's submission days - weekdays for an
    *> extract the store master doesn't know - unless the calendar
    *> has the day down as a holiday or a closure of the store. A
    *> garbled date is left due, as it always was.
    move 1 to submissionDue.
    if dateEntry(d) is numeric
        move dateEntry(d) to calDateNum
        move function integer-of-date(calDateNum) to bizDay
        compute bizWeekday = function mod(bizDay - 1, 7) + 1
        move spaces to bizStore
        perform varying s from 1 by 1 until s > storeCount
            if seExtract(s) = feName(f)
                move seCode(s) to bizStore
                if seDays(s)(bizWeekday:1) = "N"
                    move 0 to submissionDue
                end-if
            end-if
        end-perform
        if bizStore = spaces and bizWeekday > 5
            move 0 to submissionDue
        end-if
        if submissionDue = 1
            perform checkCalendarDay
            if calendarClosed = 1
                move 0 to submissionDue
            end-if
        end-if
    end-if.

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

loadStoreTable.
    *> Missing is degraded, not fatal: every extract is then held to
    *> a Monday-to-Friday week, and the warning says so.
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
                move smfDays to seDays(storeCount)
            end-if
        end-perform
        close storeMasterFile
    else
        display "Warning - Could not open store master file, "
            "stores are held to weekday submissions."
    end-if.

loadCalendarTable.
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
    else
        display "Warning - Could not open calendar file, "
            "holidays and closures are not excused."
    end-if.

writeOpenFailures.
    move spaces to summaryReportRecord.
    write summaryReportRecord.
