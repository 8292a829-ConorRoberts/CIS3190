identification division.
program-id. catfeed.

*> Incremental change feed from MASTER.CAT for the web storefront.
*> The e-commerce team rebuilt their product list from a full catmnt
*> UNLOAD every week because nothing said what had changed. The
*> validation run already stamps every entry it touches with the date
*> (masterLastDate) and what it did (masterLastAction - N new title,
*> U restock, D duplicate seen, H price swing held, W withdrawn, I
*> reinstated, X reversed by ackrecon), so this program reads the
*> catalog in key order and writes every entry last touched after the
*> previous export's high-water date, up to and including this one's
*> cutoff, to CATDELTA.<cutoff>.
*>
*> An entry deleted from the catalog is no longer there to be read,
*> but the storefront has usually been sent it already and would go
*> on selling it. Every deletion - catmnt PURGE and CORRECT, and
*> ackrecon's reversal of a rejected new title - leaves a dated
*> DELETE or REVERSE ... ACTION=DELETE line on CATMNT.AUD, and each
*> one dated in the period goes out as a delete record (action R,
*> removed) unless the EAN is back on the catalog by now, when the
*> entry's own record already says what it is.
*>
*> CATFEED.CTL is the memory: the high-water date of the last export,
*> the one it started after, when it ran, and its counts. Each run
*> starts where the last stopped. The cutoff defaults to yesterday -
*> today's validation runs may not have finished, and an entry
*> touched later today would otherwise fall behind the high-water
*> mark and never be sent. TO=YYYYMMDD sets it explicitly.
*>
*> Every export is also kept as CATFEED.SAV until the next one
*> replaces it. RERUN is for a last export the storefront lost or
*> took in damaged: if CATDELTA.<high-water> is still on disk and
*> its trailer agrees with the control record it is left exactly as
*> it is, ready to send again; otherwise it is copied back from
*> CATFEED.SAV. The catalog has moved on since, so a rerun never
*> rebuilds the period from it - with neither copy intact the rerun
*> fails and writes nothing. The control record is left alone.
*>
*> The last record of the delta is a trailer carrying the period, the
*> record count and a check total - the EANs summed modulo 10**9, as
*> the validation run's manifest does for a load - so the storefront
*> can prove it received the file complete. Delete records count in
*> both.

environment division.
input-output section.
file-control.

    *> The live master catalog, read in key order for what changed
    *> and by key to see whether a deleted EAN has come back.
    select masterCatalogFile assign to "MASTER.CAT"
    organization is indexed
    access mode is dynamic
    record key is masterIsbn
    file status is masterFileStatus.

    *> catmnt's maintenance trail, which ackrecon writes to as well -
    *> the record of every catalog deletion.
    select auditTrailFile assign to "CATMNT.AUD"
    organization is line sequential
    file status is auditTrailFileStatus.

    *> The export's memory across runs.
    select feedControlFile assign to "CATFEED.CTL"
    organization is line sequential
    file status is feedControlFileStatus.

    *> The new control record is written here and renamed over
    *> CATFEED.CTL, so an abend never leaves it truncated.
    select feedControlTempFile assign to "CATFEED.TMP"
    organization is line sequential
    file status is feedControlTempFileStatus.

    *> The delta itself, named off the period's cutoff date - or, when
    *> a rerun checks it, the retained copy.
    select deltaFile assign to dynamic deltaFileName
    organization is line sequential
    file status is deltaFileStatus.

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

*> Each line opens with a "CAT yyyy-mm-dd hh:mm:ss " stamp; the
*> action and its EAN follow.
fd auditTrailFile.
    01 auditTrailRecord pic x(200).

*> High-water date of the last export and the date it started after,
*> the date it ran, and what it sent: records, check total, and the
*> records broken down as new titles, restocks, withdrawals, deletes
*> and everything else.
fd feedControlFile.
    01 feedControlRecord.
        02 ctlHighDate pic x(8).
        02 ctlPrevHighDate pic x(8).
        02 ctlRunDate pic x(8).
        02 ctlCount pic 9(7).
        02 ctlHash pic 9(9).
        02 ctlNewCount pic 9(7).
        02 ctlRestockCount pic 9(7).
        02 ctlWithdrawnCount pic 9(7).
        02 ctlOtherCount pic 9(7).
        02 ctlDeletedCount pic 9(7).

fd feedControlTempFile.
    01 feedControlTempRecord pic x(75).

*> One detail record per changed or deleted entry - D, the EAN, the
*> last action (R for a delete) and the entry as the catalog holds
*> it, blank for a delete - then one trailer record: T, the period,
*> the detail count and the check total.
fd deltaFile.
    01 deltaRecord.
        02 dlType pic x(1).
        02 dlIsbn pic x(13).
        02 dlAction pic x(1).
        02 dlTitle pic x(30).
        02 dlPublisher pic x(30).
        02 dlQuantity pic 9(5).
        02 dlPrice pic 9(5)v99.
        02 dlFirstDate pic x(8).
        02 dlLastDate pic x(8).
    01 deltaTrailerRecord.
        02 dtType pic x(1).
        02 dtFromDate pic x(8).
        02 dtToDate pic x(8).
        02 dtCount pic 9(7).
        02 dtHash pic 9(9).

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
    *> window forever. This program only reads the catalog, but an
    *> export taken while a validation run is half way through it
    *> would send half a night's changes and mark them all sent.
    01 runLockFileStatus pic 9(2).
    01 runLockName pic x(20) value "ISBNRUN.LCK".
    01 runLockHeld pic 9 value 0.
    01 runLockStale pic 9 value 0.
    01 lockStaleMinutes pic 9(4) value 480.
    01 lockDayNum pic 9(8).
    01 lockTotalMinutes pic 9(10).
    01 nowTotalMinutes pic 9(10).

    01 masterFileStatus pic 9(2).
    01 auditTrailFileStatus pic 9(2).
    01 feedControlFileStatus pic 9(2).
    01 feedControlTempFileStatus pic 9(2).
    01 deltaFileStatus pic 9(2).

    01 catalogEof pic 9 value 1.
    01 auditEof pic 9 value 1.
    01 deltaEof pic 9 value 1.

    *> Passed to CBL_RENAME_FILE when the new control record
    *> replaces the old one, and to CBL_COPY_FILE for the retained
    *> copy of the delta.
    01 feedControlTempName pic x(20) value "CATFEED.TMP".
    01 feedControlName pic x(20) value "CATFEED.CTL".
    01 feedSaveName pic x(20) value "CATFEED.SAV".

    *> RERUN and TO= tokens, in either order.
    01 cmdLineParm pic x(100).
    01 parmToken1 pic x(20).
    01 parmToken2 pic x(20).
    01 optionToken pic x(20).
    01 rerunMode pic 9 value 0.
    01 cutoffGiven pic 9 value 0.
    01 cutoffDate pic x(8) value spaces.
    01 cutoffDateNum pic 9(8).

    *> The control record as read, kept apart from the file's record
    *> area so it can be compared against and rewritten.
    01 lastExport.
        02 lastHighDate pic x(8) value "00000000".
        02 lastPrevHighDate pic x(8) value "00000000".
        02 lastRunDate pic x(8) value spaces.
        02 lastCount pic 9(7) value 0.
        02 lastHash pic 9(9) value 0.
        02 lastNewCount pic 9(7) value 0.
        02 lastRestockCount pic 9(7) value 0.
        02 lastWithdrawnCount pic 9(7) value 0.
        02 lastOtherCount pic 9(7) value 0.
        02 lastDeletedCount pic 9(7) value 0.
    01 controlFound pic 9 value 0.

    *> The period this run exports: after feedFromDate, up to and
    *> including feedToDate.
    01 feedFromDate pic x(8).
    01 feedToDate pic x(8).
    01 deltaFileName pic x(20).
    01 deltaPeriodName pic x(20).
    01 periodOK pic 9 value 0.
    01 exportOK pic 9 value 0.

    *> What a delta on disk was found to hold when checked against
    *> the control record.
    01 deltaVerified pic 9 value 0.
    01 checkCount pic 9(7).
    01 checkTrailerFound pic 9.
    01 checkTrailer.
        02 checkFromDate pic x(8).
        02 checkToDate pic x(8).
        02 checkTrailerCount pic 9(7).
        02 checkTrailerHash pic 9(9).

    *> Deletions already sent this run, so an EAN deleted twice in
    *> the period goes out once.
    01 deletedTable.
        02 deletedTableCount pic 9(5) value 0.
        02 deletedEntry occurs 1 to 20000 times
           depending on deletedTableCount.
            03 deIsbn pic x(13).
    01 deletedTableFullWarned pic 9 value 0.
    01 d pic 9(5).
    01 deletedMatch pic 9(5).
    01 auditDate pic x(8).
    01 auditIsbn pic x(13).

    01 todayDate pic x(8).
    01 todayNum pic 9(8).
    01 dateInteger pic 9(8).

    *> What this run sent.
    01 recordsSeen pic 9(7) value 0.
    01 deltaCount pic 9(7) value 0.
    01 deltaHash pic 9(9) value 0.
    01 newCount pic 9(7) value 0.
    01 restockCount pic 9(7) value 0.
    01 withdrawnCount pic 9(7) value 0.
    01 otherCount pic 9(7) value 0.
    01 deletedCount pic 9(7) value 0.
    01 hashWork.
        02 hashText pic x(13).
        02 hashNum redefines hashText pic 9(13).

    01 currentDateTime pic x(21).

    *> The return code the scheduler branches on: 0 = delta written,
    *> or on a rerun ready to send again, 4 = nothing new to export,
    *> or the retained copy could not be kept, 12 = a file could not
    *> be opened, the parameters were wrong, or a rerun found no
    *> intact copy of the last export, 16 = another run held the lock
    *> and nothing was touched.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    accept cmdLineParm from command-line.
    perform parseCommandLine.
    move function current-date(1:8) to todayDate.

    perform acquireRunLock.
    if runLockHeld = 1
        perform loadFeedControl
        perform setExportPeriod
        if periodOK = 1
            if rerunMode = 1
                perform resendLastExport
            else
                perform exportChanges
                if exportOK = 1
                    perform keepSavedCopy
                    perform writeFeedControl
                    display "Exported " deltaCount " records ("
                        deletedCount " deletes) from " recordsSeen
                        " catalog entries to "
                        function trim(deltaPeriodName) "."
                end-if
            end-if
        end-if
        perform releaseRunLock
    else
        move 16 to runReturnCode
    end-if.
    move runReturnCode to return-code.
stop run.

parseCommandLine.
    move spaces to parmToken1.
    move spaces to parmToken2.
    unstring cmdLineParm delimited by all " "
        into parmToken1 parmToken2
    end-unstring.
    move parmToken1 to optionToken.
    perform parseOptionToken.
    move parmToken2 to optionToken.
    perform parseOptionToken.

parseOptionToken.
    if optionToken = "RERUN" or optionToken = "rerun"
        move 1 to rerunMode
    end-if.
    if optionToken(1:3) = "TO=" or optionToken(1:3) = "to="
        move optionToken(4:8) to cutoffDate
        move 1 to cutoffGiven
    end-if.

loadFeedControl.
    *> No control record means nothing was ever exported: the first
    *> run sends the whole catalog up to its cutoff.
    move 0 to controlFound.
    open input feedControlFile.
    if feedControlFileStatus = 00
        read feedControlFile
            at end continue
        end-read
        if feedControlFileStatus = 00
           and ctlHighDate is numeric
           and ctlPrevHighDate is numeric
           and ctlCount is numeric
           and ctlHash is numeric
            move feedControlRecord to lastExport
            if lastDeletedCount is not numeric
                move 0 to lastDeletedCount
            end-if
            move 1 to controlFound
        end-if
        close feedControlFile
    end-if.

setExportPeriod.
    *> A rerun repeats the last export's own period; a normal run
    *> picks up after the last high-water date.
    move 0 to periodOK.
    if rerunMode = 1
        if controlFound = 0
            display "Error - no previous export to rerun."
            move 12 to runReturnCode
        else
            if cutoffGiven = 1
                display "Note - TO= is ignored on a rerun."
            end-if
            move lastPrevHighDate to feedFromDate
            move lastHighDate to feedToDate
            move 1 to periodOK
        end-if
    else
        if cutoffGiven = 1
            if cutoffDate is not numeric
                display "Error - TO= must be a date YYYYMMDD."
                move 12 to runReturnCode
            else
                move cutoffDate to cutoffDateNum
                if function test-date-yyyymmdd(cutoffDateNum)
                   is not equal to 0
                    display "Error - TO= must be a date YYYYMMDD."
                    move 12 to runReturnCode
                else
                    move cutoffDate to feedToDate
                end-if
            end-if
        else
            move todayDate to todayNum
            compute dateInteger =
                function integer-of-date(todayNum) - 1
            move function date-of-integer(dateInteger) to cutoffDateNum
            move cutoffDateNum to feedToDate
        end-if
        if runReturnCode is not equal to 12
            move lastHighDate to feedFromDate
            if feedToDate > feedFromDate
                move 1 to periodOK
            else
                display "Note - nothing to export, the last export "
                    "already ran to " lastHighDate "."
                move 4 to runReturnCode
            end-if
        end-if
    end-if.
    if periodOK = 1
        move spaces to deltaPeriodName
        string "CATDELTA." delimited by size
               feedToDate delimited by size
               into deltaPeriodName
        end-string
        move deltaPeriodName to deltaFileName
    end-if.

exportChanges.
    move 0 to exportOK.
    open input masterCatalogFile.
    if masterFileStatus is not equal to 00
        display "Error - Could not open master catalog file."
        move 12 to runReturnCode
    else
        open output deltaFile
        if deltaFileStatus is not equal to 00
            display "Error - Could not open delta file "
                function trim(deltaFileName) "."
            move 12 to runReturnCode
        else
            perform until catalogEof = 0
                read masterCatalogFile next record
                    at end move 0 to catalogEof
                end-read
                if catalogEof is not equal to zero
                    add 1 to recordsSeen
                    if masterLastDate is numeric
                       and masterLastDate > feedFromDate
                       and masterLastDate <= feedToDate
                        perform writeDeltaRecord
                    end-if
                end-if
            end-perform
            perform exportDeletions
            move spaces to deltaTrailerRecord
            move "T" to dtType
            move feedFromDate to dtFromDate
            move feedToDate to dtToDate
            move deltaCount to dtCount
            move deltaHash to dtHash
            write deltaTrailerRecord
            close deltaFile
            move 1 to exportOK
        end-if
        close masterCatalogFile
    end-if.

writeDeltaRecord.
    move spaces to deltaRecord.
    move "D" to dlType.
    move masterIsbn to dlIsbn.
    move masterLastAction to dlAction.
    move masterTitle to dlTitle.
    move masterPublisher to dlPublisher.
    move masterQuantity to dlQuantity.
    move masterPrice to dlPrice.
    move masterFirstDate to dlFirstDate.
    move masterLastDate to dlLastDate.
    write deltaRecord.
    add 1 to deltaCount.
    move masterIsbn to hashText.
    perform addToCheckTotal.
    if masterLastAction = "N"
        add 1 to newCount
    else
        if masterLastAction = "U"
            add 1 to restockCount
        else
            if masterLastAction = "W"
                add 1 to withdrawnCount
            else
                add 1 to otherCount
            end-if
        end-if
    end-if.

addToCheckTotal.
    if hashText is numeric
        compute deltaHash = function mod(
            deltaHash + hashNum, 1000000000)
    end-if.

exportDeletions.
    *> The trail's stamp is the day the entry was deleted. A missing
    *> trail just means nothing has ever been deleted.
    move 1 to auditEof.
    open input auditTrailFile.
    if auditTrailFileStatus is not equal to 00
        display "Note - no catalog maintenance trail, no deletes "
            "exported."
    else
        perform until auditEof = 0
            read auditTrailFile
                at end move 0 to auditEof
            end-read
            if auditEof is not equal to zero
                perform checkAuditDeletion
            end-if
        end-perform
        close auditTrailFile
    end-if.

checkAuditDeletion.
    move spaces to auditIsbn.
    if auditTrailRecord(1:4) = "CAT "
        if auditTrailRecord(25:7) = "DELETE "
            move auditTrailRecord(32:13) to auditIsbn
        end-if
        if auditTrailRecord(25:8) = "REVERSE "
           and auditTrailRecord(46:15) = " ACTION=DELETE "
            move auditTrailRecord(33:13) to auditIsbn
        end-if
    end-if.
    if auditIsbn is numeric
        move spaces to auditDate
        string auditTrailRecord(5:4) delimited by size
               auditTrailRecord(10:2) delimited by size
               auditTrailRecord(13:2) delimited by size
               into auditDate
        end-string
        if auditDate > feedFromDate and auditDate <= feedToDate
            move 0 to deletedMatch
            perform varying d from 1 by 1 until d > deletedTableCount
                if deIsbn(d) = auditIsbn
                    move d to deletedMatch
                end-if
            end-perform
            if deletedMatch = 0
                move auditIsbn to masterIsbn
                read masterCatalogFile
                    invalid key
                        perform writeDeleteRecord
                end-read
            end-if
        end-if
    end-if.

writeDeleteRecord.
    if deletedTableCount < 20000
        add 1 to deletedTableCount
        move auditIsbn to deIsbn(deletedTableCount)
    else
        if deletedTableFullWarned = 0
            display "Warning - delete table full, an EAN deleted "
                "twice may be sent twice."
            move 1 to deletedTableFullWarned
        end-if
    end-if.
    move spaces to deltaRecord.
    move "D" to dlType.
    move auditIsbn to dlIsbn.
    move "R" to dlAction.
    move 0 to dlQuantity.
    move 0 to dlPrice.
    move auditDate to dlLastDate.
    write deltaRecord.
    add 1 to deltaCount.
    add 1 to deletedCount.
    move auditIsbn to hashText.
    perform addToCheckTotal.

keepSavedCopy.
    *> The copy a rerun falls back on. Checked once written - a
    *> retained copy that cannot be trusted is worse than none.
    call "CBL_COPY_FILE" using deltaPeriodName, feedSaveName.
    move feedFromDate to lastPrevHighDate.
    move feedToDate to lastHighDate.
    move deltaCount to lastCount.
    move deltaHash to lastHash.
    move feedSaveName to deltaFileName.
    perform verifyDeltaFile.
    move deltaPeriodName to deltaFileName.
    if deltaVerified = 0
        display "Warning - Could not keep the retained copy "
            function trim(feedSaveName) ", this export cannot be "
            "restored by a rerun."
        if runReturnCode < 4
            move 4 to runReturnCode
        end-if
    end-if.

resendLastExport.
    *> The file already out there is the one to send again if it is
    *> still whole; the retained copy puts it back if not. Nothing is
    *> ever rebuilt from the catalog as it stands now.
    move deltaPeriodName to deltaFileName.
    perform verifyDeltaFile.
    if deltaVerified = 1
        display "Rerun - " function trim(deltaPeriodName)
            " is intact (" lastCount " records), ready to resend."
    else
        move feedSaveName to deltaFileName
        perform verifyDeltaFile
        if deltaVerified = 1
            call "CBL_COPY_FILE" using feedSaveName, deltaPeriodName
            move deltaPeriodName to deltaFileName
            perform verifyDeltaFile
        end-if
        if deltaVerified = 1
            display "Rerun - " function trim(deltaPeriodName)
                " restored from " function trim(feedSaveName)
                " (" lastCount " records), ready to resend."
        else
            display "Error - no intact copy of "
                function trim(deltaPeriodName)
                " to resend, nothing written."
            move 12 to runReturnCode
        end-if
    end-if.

verifyDeltaFile.
    *> Intact means every record read, the last one a trailer for
    *> the period the control record names, with its count and check
    *> total, and the count agreeing with the detail records.
    move 0 to deltaVerified.
    move 0 to checkCount.
    move 0 to checkTrailerFound.
    move 1 to deltaEof.
    open input deltaFile.
    if deltaFileStatus = 00
        perform until deltaEof = 0
            read deltaFile
                at end move 0 to deltaEof
            end-read
            if deltaEof is not equal to zero
                if checkTrailerFound = 1
                    move 0 to checkTrailerFound
                    add 1 to checkCount
                end-if
                if dlType = "T"
                    move 1 to checkTrailerFound
                    move dtFromDate to checkFromDate
                    move dtToDate to checkToDate
                    move dtCount to checkTrailerCount
                    move dtHash to checkTrailerHash
                else
                    add 1 to checkCount
                end-if
            end-if
        end-perform
        close deltaFile
        if checkTrailerFound = 1
           and checkFromDate = lastPrevHighDate
           and checkToDate = lastHighDate
           and checkTrailerCount = lastCount
           and checkTrailerHash = lastHash
           and checkCount = lastCount
            move 1 to deltaVerified
        end-if
    end-if.

writeFeedControl.
    *> The high-water mark only moves once the delta is complete on
    *> disk, so a run that dies part way simply runs again.
    move spaces to feedControlRecord.
    move feedToDate to ctlHighDate.
    move feedFromDate to ctlPrevHighDate.
    move todayDate to ctlRunDate.
    move deltaCount to ctlCount.
    move deltaHash to ctlHash.
    move newCount to ctlNewCount.
    move restockCount to ctlRestockCount.
    move withdrawnCount to ctlWithdrawnCount.
    move otherCount to ctlOtherCount.
    move deletedCount to ctlDeletedCount.
    open output feedControlTempFile.
    if feedControlTempFileStatus = 00
        write feedControlTempRecord from feedControlRecord
        close feedControlTempFile
        call "CBL_RENAME_FILE" using feedControlTempName,
            feedControlName
    else
        display "Error - Could not write feed control record, "
            "the next run will repeat this period."
        move 12 to runReturnCode
    end-if.

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
        move "catfeed" to lockProgram
        write runLockRecord
        close runLockFile
        move 1 to runLockHeld
    else
        display "Error - Could not create run lock."
    end-if.

releaseRunLock.
    call "CBL_DELETE_FILE" using runLockName.
