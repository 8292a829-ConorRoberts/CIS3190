identification division.
program-id. calmnt.

*> Maintains the CALENDAR.DAT business-day calendar from a
*> transaction file, the same way storemnt maintains STORE.DAT.
*> Every time-based check used to count calendar days: a load
*> released on a Friday was overdue by Monday, Christmas week aged
*> every store's rejects, and a store shut for a refit read as a
*> string of missed submissions. The calendar lists the days that
*> are not business days beyond the weekend - company holidays
*> (type H, no store code), which close every store and the
*> inventory side with them, and closures of one store (type C,
*> with its store code). ackrecon, rejwork and auditrpt read it to
*> count ages and expected submissions in business days: Monday to
*> Friday, less the holidays, less - where a store is in view - the
*> store's own closures.
*>
*> Each transaction is validated (known actions only, a known entry
*> type, a store code exactly when the type calls for one and only
*> a store on the store master, a real YYYYMMDD date, a description
*> for adds and changes, no duplicate entries), every accepted or
*> rejected transaction is written to a before/after audit trail,
*> and the new calendar is written in full to a scratch file and
*> only then renamed over CALENDAR.DAT - an interrupted run never
*> leaves a half-written calendar for the reporting jobs to load.

environment division.
input-output section.
file-control.

    *> The calendar as the reporting jobs read it today.
    select calendarFile assign to "CALENDAR.DAT"
    organization is line sequential
    file status is calendarFileStatus.

    *> The maintained calendar, written in full and renamed over
    *> CALENDAR.DAT only after every transaction has been applied.
    select calendarNewFile assign to "CALENDAR.NEW"
    organization is line sequential
    file status is calendarNewFileStatus.

    *> One add/change/delete transaction per line.
    select transactionFile assign to "CALTX.DAT"
    organization is line sequential
    file status is transactionFileStatus.

    *> Store master, to check that a closure names a real store.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> Append-only before/after trail of every transaction, applied
    *> or rejected, alongside STOREMNT.AUD in the sign-off pack.
    select auditTrailFile assign to "CALMNT.AUD"
    organization is line sequential
    file status is auditTrailFileStatus.


    *> Cross-program run lock serializing every job that writes the
    *> shared reference, catalog and audit files.
    select runLockFile assign to "ISBNRUN.LCK"
    organization is line sequential
    file status is runLockFileStatus.

data division.
file section.

fd runLockFile.
    01 runLockRecord.
        02 lockDate pic x(8).
        02 lockTime pic x(6).
        02 lockProgram pic x(10).

*> One day that is not a business day: H (company holiday, store
*> code blank) or C (closure of the one store named), the date, and
*> what it is.
fd calendarFile.
    01 calendarRecord.
        02 calType pic x(1).
        02 calStore pic x(6).
        02 calDate pic x(8).
        02 calDescription pic x(30).

fd calendarNewFile.
    01 calendarNewRecord.
        02 cnfType pic x(1).
        02 cnfStore pic x(6).
        02 cnfDate pic x(8).
        02 cnfDescription pic x(30).

*> One maintenance transaction: A (add), C (change) or D (delete),
*> then the entry - type, store code and date identify it, and a
*> change replaces its description.
fd transactionFile.
    01 transactionRecord.
        02 txAction pic x(1).
        02 txType pic x(1).
        02 txStore pic x(6).
        02 txDate pic x(8).
        02 txDescription pic x(30).

fd storeMasterFile.
    01 storeMasterRecord.
        02 smfCode pic x(6).
        02 smfName pic x(30).
        02 smfExtract pic x(50).
        02 smfLayout pic x(1).
        02 smfDays pic x(7).
        02 smfStatus pic x(1).

fd auditTrailFile.
    01 auditTrailRecord pic x(160).

working-storage section.

    *> Run serialization. The jobs here share PREFIX.DAT, STORE.DAT,
    *> MASTER.CAT and ISBNAUDIT.LOG, and nothing used to stop two of
    *> them executing at once - a double-fired nightly interleaved
    *> the audit log badly enough to cost an afternoon. The lock is
    *> taken before any shared file is touched and deleted at end of
    *> run; a second job exits immediately with return code 16 for
    *> the scheduler to branch on. A lock held longer than
    *> lockStaleMinutes, whenever it was taken, is an abend's
    *> leftovers -
    *> reported and taken over rather than deadlocking the batch
    *> window forever.
    01 runLockFileStatus pic 9(2).
    01 runLockName pic x(20) value "ISBNRUN.LCK".
    01 runLockHeld pic 9 value 0.
    01 runLockStale pic 9 value 0.
    01 lockStaleMinutes pic 9(4) value 480.
    01 lockDayNum pic 9(8).
    01 lockTotalMinutes pic 9(10).
    01 nowTotalMinutes pic 9(10).

    01 calendarFileStatus pic 9(2).
    01 calendarNewFileStatus pic 9(2).
    01 transactionFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 auditTrailFileStatus pic 9(2).

    01 calendarEof pic 9 value 1.
    01 txEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.

    *> In-memory copy of the calendar the transactions apply
    *> against. Deletes only mark the entry; writeNewCalendarFile
    *> leaves marked entries out.
    01 calendarTable.
        02 calendarTableCount pic 9(4) value 0.
        02 calendarEntry occurs 1 to 5000 times
           depending on calendarTableCount.
            03 ceType pic x(1).
            03 ceStore pic x(6).
            03 ceDate pic x(8).
            03 ceDescription pic x(30).
            03 ceDeleted pic 9.

    *> Store codes, for validating closures.
    01 storeTable.
        02 storeCount pic 9(3) value 0.
        02 storeCode pic x(6) occurs 1 to 500 times
           depending on storeCount.

    01 k pic 9(4).
    01 s pic 9(3).
    01 matchIndex pic 9(4).
    01 storeFound pic 9.
    01 txDateNum pic 9(8).
    01 txApplied pic 9(5) value 0.
    01 txRejected pic 9(5) value 0.
    01 txErrorText pic x(40).
    01 currentDateTime pic x(21).
    01 auditStamp pic x(24).

    *> Passed to CBL_RENAME_FILE when the maintained calendar
    *> replaces the live one.
    01 newFileName pic x(20) value "CALENDAR.NEW".
    01 liveFileName pic x(20) value "CALENDAR.DAT".

    *> The return code the scheduler branches on: 0 = every
    *> transaction applied, 4 = some transactions rejected, 12 = the
    *> transaction file could not be opened and nothing was done,
    *> 16 = another run held the lock and nothing was touched.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    perform acquireRunLock.
    if runLockHeld = 1
        perform loadCalendarTable
        perform loadStoreTable
        perform openAuditTrail
        perform applyTransactions
        if runReturnCode is not equal to 12
            perform writeNewCalendarFile
        end-if
        perform writeAuditSummary
        display "Applied: " txApplied " Rejected: " txRejected
        perform releaseRunLock
    else
        move 16 to runReturnCode
    end-if.
    move runReturnCode to return-code.
stop run.

loadCalendarTable.
    *> Read the live calendar into memory. A missing file is a
    *> valid starting point - the very first maintained calendar is
    *> built from an empty one.
    move 0 to calendarTableCount.
    move 1 to calendarEof.
    open input calendarFile.
    if calendarFileStatus = 00
        perform until calendarEof = 0
            read calendarFile
                at end move 0 to calendarEof
            end-read

            if calendarEof is not equal to zero
               and calendarTableCount < 5000
                add 1 to calendarTableCount
                move calType to ceType(calendarTableCount)
                move calStore to ceStore(calendarTableCount)
                move calDate to ceDate(calendarTableCount)
                move calDescription
                    to ceDescription(calendarTableCount)
                move 0 to ceDeleted(calendarTableCount)
            end-if
        end-perform
        close calendarFile
    else
        display "Warning - No existing calendar, starting empty."
    end-if.

loadStoreTable.
    *> Without the store master no closure can be checked, so none
    *> is accepted; holidays need no store and are unaffected.
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
                move smfCode to storeCode(storeCount)
            end-if
        end-perform
        close storeMasterFile
    else
        display "Warning - Could not open store master file, "
            "closures will be rejected."
    end-if.

applyTransactions.
    open input transactionFile.
    if transactionFileStatus = 00
        perform until txEof = 0
            read transactionFile
                at end move 0 to txEof
            end-read

            if txEof is not equal to zero
                perform applyOneTransaction
            end-if
        end-perform
        close transactionFile
    else
        display "Error - Could not open transaction file."
        move 12 to runReturnCode
    end-if.

applyOneTransaction.
    *> Validate first, apply second; a rejected transaction changes
    *> nothing and the run carries on with the rest.
    move spaces to txErrorText.
    if txType = "h"
        move "H" to txType
    end-if.
    if txType = "c"
        move "C" to txType
    end-if.
    perform findCalendarEntry.

    if txAction = "A" or txAction = "a"
        perform applyAdd
    else
        if txAction = "C" or txAction = "c"
            perform applyChange
        else
            if txAction = "D" or txAction = "d"
                perform applyDelete
            else
                move "unknown action code" to txErrorText
            end-if
        end-if
    end-if.

    if txErrorText = spaces
        add 1 to txApplied
    else
        add 1 to txRejected
        display "Rejected: " transactionRecord(1:46)
            " - " function trim(txErrorText)
        perform writeAuditRejected
        if runReturnCode < 4
            move 4 to runReturnCode
        end-if
    end-if.

findCalendarEntry.
    *> Type, store and date identify an entry. Deleted entries no
    *> longer count as present, so an entry can be deleted and
    *> re-added within one transaction file.
    move 0 to matchIndex.
    perform varying k from 1 by 1 until k > calendarTableCount
        if ceType(k) = txType
           and ceStore(k) = txStore
           and ceDate(k) = txDate
           and ceDeleted(k) = 0
            move k to matchIndex
        end-if
    end-perform.

checkTxKey.
    *> Shared checks on the identifying fields. A date must be a
    *> real YYYYMMDD calendar date - digits alone are not enough,
    *> since a mis-keyed month would quietly never match any day.
    if txType is not equal to "H" and txType is not equal to "C"
        move "entry type must be H or C" to txErrorText
    end-if.
    if txErrorText = spaces and txType = "H"
       and txStore is not equal to spaces
        move "a holiday takes no store code" to txErrorText
    end-if.
    if txErrorText = spaces and txType = "C"
        if txStore = spaces
            move "a closure needs a store code" to txErrorText
        else
            perform findStoreCode
            if storeFound = 0
                move "store code not on store master"
                    to txErrorText
            end-if
        end-if
    end-if.
    if txErrorText = spaces
        if txDate is not numeric
            move "date not numeric" to txErrorText
        else
            move txDate to txDateNum
            if function test-date-yyyymmdd(txDateNum)
               is not equal to 0
                move "date not a real date" to txErrorText
            end-if
        end-if
    end-if.

findStoreCode.
    move 0 to storeFound.
    perform varying s from 1 by 1 until s > storeCount
        if storeCode(s) = txStore
            move 1 to storeFound
        end-if
    end-perform.

applyAdd.
    perform checkTxKey.
    if txErrorText = spaces and matchIndex > 0
        move "duplicate of an existing entry" to txErrorText
    end-if.
    if txErrorText = spaces and txDescription = spaces
        move "description is blank" to txErrorText
    end-if.
    if txErrorText = spaces and calendarTableCount >= 5000
        move "calendar table is full" to txErrorText
    end-if.
    if txErrorText = spaces
        add 1 to calendarTableCount
        move txType to ceType(calendarTableCount)
        move txStore to ceStore(calendarTableCount)
        move txDate to ceDate(calendarTableCount)
        move txDescription to ceDescription(calendarTableCount)
        move 0 to ceDeleted(calendarTableCount)
        perform writeAuditAdd
    end-if.

applyChange.
    perform checkTxKey.
    if txErrorText = spaces and matchIndex = 0
        move "entry not on calendar" to txErrorText
    end-if.
    if txErrorText = spaces and txDescription = spaces
        move "description is blank" to txErrorText
    end-if.
    if txErrorText = spaces
        perform writeAuditBefore
        move txDescription to ceDescription(matchIndex)
        perform writeAuditAfter
    end-if.

applyDelete.
    *> No key checks beyond finding the entry: a malformed entry
    *> that found its way onto the file must still be removable.
    if matchIndex = 0
        move "entry not on calendar" to txErrorText
    end-if.
    if txErrorText = spaces
        perform writeAuditBefore
        move 1 to ceDeleted(matchIndex)
        perform writeAuditDeleted
    end-if.

writeNewCalendarFile.
    *> Write the maintained calendar in full to the scratch file,
    *> then rename it over the live one - the reporting jobs never
    *> see a partly written CALENDAR.DAT.
    open output calendarNewFile.
    if calendarNewFileStatus = 00
        perform varying k from 1 by 1 until k > calendarTableCount
            if ceDeleted(k) = 0
                move ceType(k) to cnfType
                move ceStore(k) to cnfStore
                move ceDate(k) to cnfDate
                move ceDescription(k) to cnfDescription
                write calendarNewRecord
            end-if
        end-perform
        close calendarNewFile
        call "CBL_RENAME_FILE" using newFileName, liveFileName
    else
        display "Error - Could not write new calendar file."
        move 12 to runReturnCode
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
    string "CAL " delimited by size
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

writeAuditAdd.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "ADD    " delimited by size
           txType delimited by size
           " STORE=" delimited by size
           txStore delimited by size
           " DATE=" delimited by size
           txDate delimited by size
           " " delimited by size
           txDescription delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditBefore.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "BEFORE " delimited by size
           ceType(matchIndex) delimited by size
           " STORE=" delimited by size
           ceStore(matchIndex) delimited by size
           " DATE=" delimited by size
           ceDate(matchIndex) delimited by size
           " " delimited by size
           ceDescription(matchIndex) delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditAfter.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "AFTER  " delimited by size
           ceType(matchIndex) delimited by size
           " STORE=" delimited by size
           ceStore(matchIndex) delimited by size
           " DATE=" delimited by size
           ceDate(matchIndex) delimited by size
           " " delimited by size
           ceDescription(matchIndex) delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditDeleted.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "DELETE " delimited by size
           txType delimited by size
           " STORE=" delimited by size
           txStore delimited by size
           " DATE=" delimited by size
           txDate delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditRejected.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "REJECT " delimited by size
           transactionRecord(1:46) delimited by size
           " - " delimited by size
           function trim(txErrorText) delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.

writeAuditSummary.
    perform writeAuditStamp.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "DONE   APPLIED=" delimited by size
           txApplied delimited by size
           " REJECTED=" delimited by size
           txRejected delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.
    close auditTrailFile.

acquireRunLock.
    *> Take the run lock before touching any shared file. A live
    *> lock means another job is mid-flight: leave everything alone
    *> and exit with return code 16 so the scheduler can retry. A
    *> stale one is an abend's leftovers: say so and take over.
    move 0 to runLockHeld.
    open input runLockFile.
    if runLockFileStatus = 00
        move spaces to runLockRecord
        read runLockFile
            at end continue
        end-read
        close runLockFile
        perform checkRunLockStale
        if runLockStale = 1
            display "Warning - stale run lock from "
                function trim(lockProgram) " of " lockDate " "
                lockTime " - taking over."
            perform writeRunLock
        else
            display "Error - run lock held by "
                function trim(lockProgram) " since " lockDate " "
                lockTime " - exiting."
        end-if
    else
        perform writeRunLock
    end-if.

checkRunLockStale.
    *> An empty or unreadable lock record is stale too - an abend
    *> between creating and writing the lock leaves exactly that.
    *> The age runs across days, not off a calendar-date test: a
    *> lock taken at 23:58 is two minutes old at 00:01, not stale -
    *> the midnight batch window is exactly when overlap matters.
    *> An impossible lock date folds to day zero and reads as
    *> ancient, which is the right answer for a garbled lock.
    move 0 to runLockStale.
    move function current-date to currentDateTime.
    if lockDate is not numeric or lockTime is not numeric
        move 1 to runLockStale
    else
        move lockDate to lockDayNum
        compute lockTotalMinutes =
            function integer-of-date(lockDayNum) * 1440
            + function numval(lockTime(1:2)) * 60
            + function numval(lockTime(3:2))
        move currentDateTime(1:8) to lockDayNum
        compute nowTotalMinutes =
            function integer-of-date(lockDayNum) * 1440
            + function numval(currentDateTime(9:2)) * 60
            + function numval(currentDateTime(11:2))
        if nowTotalMinutes > lockTotalMinutes + lockStaleMinutes
            move 1 to runLockStale
        end-if
    end-if.

writeRunLock.
    open output runLockFile.
    if runLockFileStatus = 00
        move function current-date to currentDateTime
        move spaces to runLockRecord
        move currentDateTime(1:8) to lockDate
        move currentDateTime(9:6) to lockTime
        move "calmnt" to lockProgram
        write runLockRecord
        close runLockFile
        move 1 to runLockHeld
    else
        display "Error - Could not create run lock."
    end-if.

releaseRunLock.
    call "CBL_DELETE_FILE" using runLockName.
