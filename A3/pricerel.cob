identification division.
program-id. pricerel.

*> Price-exception release. The validation run holds a restock whose
*> price swung past its tolerance on the store's .PRX file instead
*> of applying it - a dropped decimal place would otherwise send a
*> $24.99 book downstream at $2,499.00. Merchandising reviews the
*> holds and keys a decision per EAN; this run applies them. An
*> approved hold is applied to MASTER.CAT - and to the store's
*> holding on HOLDINGS.DAT - exactly as the restock would have
*> been, and released to the inventory system on a load
*> file of its own with a manifest and an RLS line, so ackrecon
*> follows it like any other load. A rejected hold is dropped. Both
*> land on the price history.
*>
*> Files are named off the extract file name, as the validation run
*> names its own outputs. For extract <name>:
*>   <name>.PRX                    the held restocks (input, rewritten)
*>   <name>.PRD                    merchandising's decisions (input)
*>   <name>.PRD.HIST               every decision file applied
*>   <name>.PRICE.LOAD.Gnnnn       approved restocks, "U" records
*>   <name>.PRICE.LOAD.Gnnnn.MAN   its release manifest
*>   <name>.PRICE.GEN              the price load generation control
*>   <name>.PRR                    the release report (output)
*>
*> Each release is a numbered generation of its own, the way the
*> validation run numbers its loads, so a release the inventory team
*> has not collected yet is never overwritten by the next one. The
*> approvals are written to <name>.PRICE.LOAD.TMP first and only a
*> run that approved something turns it into the next generation;
*> the oldest beyond the retention count (KEEPLOAD=n after the
*> extract name, default 7, kept on the control record) are deleted
*> with their manifests. The RLS line names the store by its code
*> off STORE.DAT, as the validation run's does, and by the extract
*> name for a store the master doesn't know.
*>
*> A decision file is consumed by the run that applies it: its lines
*> are added to <name>.PRD.HIST under the run date and the file is
*> deleted, so an approval keyed for one hold can never be picked up
*> again by a later hold on the same EAN.
*>
*> A decision is one line: the 13-digit EAN and A (approve) or R
*> (reject). It settles the latest pending hold for that EAN; an
*> older hold for the same EAN was overtaken by the store's later
*> resend and is settled as superseded without a decision. An
*> approval is applied only while the catalog still carries the
*> figures the hold was measured against - if a later restock has
*> moved it on since, the hold is stale and is dropped, not forced
*> over the newer figures. Settled holds come off the .PRX file; the
*> pending ones stay for the next run. The file is rewritten in full
*> to a scratch file and renamed into place, the same way rejwork
*> protects its status file.

environment division.
input-output section.
file-control.

    select holdFile assign to dynamic holdFileName
    organization is line sequential
    file status is holdFileStatus.

    *> Scratch copy the rewritten hold file lands in before being
    *> renamed over the live one.
    select holdTempFile assign to dynamic holdTempFileName
    organization is line sequential
    file status is holdTempFileStatus.

    select decisionFile assign to dynamic decisionFileName
    organization is line sequential
    file status is decisionFileStatus.

    select masterCatalogFile assign to "MASTER.CAT"
    organization is indexed
    access mode is random
    record key is masterIsbn
    file status is masterFileStatus.

    *> The store-by-title holdings the validation run keeps; a held
    *> restock left the store's holding at its old price.
    select holdingsFile assign to "HOLDINGS.DAT"
    organization is indexed
    access mode is random
    record key is hldKey
    alternate record key is hldIsbn with duplicates
    file status is holdingsFileStatus.

    select priceHistoryFile assign to "PRICEHIST.DAT"
    organization is line sequential
    file status is priceHistoryFileStatus.

    select catalogLoadFile assign to dynamic catalogLoadFileName
    organization is line sequential
    file status is catalogLoadFileStatus.

    select manifestFile assign to dynamic manifestFileName
    organization is line sequential
    file status is manifestFileStatus.

    *> The decision files already applied, kept for the record.
    select decisionHistoryFile assign to dynamic decisionHistoryFileName
    organization is line sequential
    file status is decisionHistoryFileStatus.

    *> The price load generation control record, rewritten through a
    *> scratch file and a rename.
    select generationFile assign to dynamic generationFileName
    organization is line sequential
    file status is generationFileStatus.

    select generationTempFile assign to dynamic generationTempFileName
    organization is line sequential
    file status is generationTempFileStatus.

    *> Store master, for the store code on the RLS line.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    select releaseReportFile assign to dynamic releaseReportFileName
    organization is line sequential
    file status is releaseReportFileStatus.

    select auditLogFile assign to "ISBNAUDIT.LOG"
    organization is line sequential
    file status is auditFileStatus.

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

*> The hold record exactly as the validation run writes it.
fd holdFile.
    01 priceHoldRecord.
        02 prxStatus pic x(1).
        02 prxHeldDate pic x(8).
        02 prxIsbn pic x(13).
        02 prxStore pic x(30).
        02 prxOldQuantity pic 9(5).
        02 prxOldPrice pic 9(5)v99.
        02 prxNewQuantity pic 9(5).
        02 prxNewPrice pic 9(5)v99.
        02 prxSwingPct pic 9(9).
        02 prxPublisher pic x(30).
        02 prxTitle pic x(30).

fd holdTempFile.
    01 holdTempRecord pic x(145).

*> One decision: the EAN and A (approve) or R (reject).
fd decisionFile.
    01 decisionRecord.
        02 pdIsbn pic x(13).
        02 pdDecision pic x(1).

fd decisionHistoryFile.
    01 decisionHistoryRecord.
        02 pdhDate pic x(8).
        02 pdhIsbn pic x(13).
        02 pdhDecision pic x(1).

*> Current generation, the load date it was released under, how many
*> to keep and the oldest still on disk.
fd generationFile.
    01 generationRecord pic x(19).

fd generationTempFile.
    01 generationTempRecord pic x(19).

fd storeMasterFile.
    01 storeMasterRecord.
        02 smfCode pic x(6).
        02 smfName pic x(30).
        02 smfExtract pic x(50).
        02 smfLayout pic x(1).
        02 smfDays pic x(7).
        02 smfStatus pic x(1).

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

fd priceHistoryFile.
    01 priceHistoryRecord.
        02 prhIsbn pic x(13).
        02 prhDate pic x(8).
        02 prhStore pic x(30).
        02 prhAction pic x(1).
        02 prhOldQuantity pic 9(5).
        02 prhOldPrice pic 9(5)v99.
        02 prhNewQuantity pic 9(5).
        02 prhNewPrice pic 9(5)v99.

*> The validation run's load layout - an approved hold flows down as
*> the "U" restock update it was held back from being.
fd catalogLoadFile.
    01 catalogLoadRecord.
        02 clIsbn pic x(13).
        02 clPublisher pic x(30).
        02 clLoadDate pic x(8).
        02 clStatus pic x(1).
        02 clQuantity pic 9(5).
        02 clPrice pic 9(5)v99.
        02 clTitle pic x(30).

fd manifestFile.
    01 manifestRecord.
        02 manFileName pic x(60).
        02 manLoadDate pic x(8).
        02 manCount pic 9(7).
        02 manHash pic 9(9).

fd releaseReportFile.
    01 releaseReportRecord pic x(132).

fd auditLogFile.
    01 auditRecord pic x(400).

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

    01 holdFileStatus pic 9(2).
    01 holdTempFileStatus pic 9(2).
    01 decisionFileStatus pic 9(2).
    01 masterFileStatus pic 9(2).
    01 holdingsFileStatus pic 9(2).
    01 priceHistoryFileStatus pic 9(2).
    01 catalogLoadFileStatus pic 9(2).
    01 manifestFileStatus pic 9(2).
    01 releaseReportFileStatus pic 9(2).
    01 auditFileStatus pic 9(2).
    01 decisionHistoryFileStatus pic 9(2).
    01 generationFileStatus pic 9(2).
    01 generationTempFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).

    01 holdEof pic 9 value 1.
    01 decisionEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 decisionFileRead pic 9 value 0.
    01 loadEof pic 9 value 1.
    01 priceHistoryOK pic 9 value 0.
    01 holdingsOK pic 9 value 0.
    01 holdsCopied pic 9(5).

    01 cmdLineParm pic x(100).
    01 fileToken pic x(60).
    01 keepToken pic x(20).
    01 fileName pic x(50).
    01 storeIdent pic x(30).
    01 holdFileName pic x(60).
    01 holdTempFileName pic x(70).
    01 decisionFileName pic x(60).
    01 decisionHistoryFileName pic x(60).
    01 catalogLoadFileName pic x(70).
    01 priceScratchFileName pic x(70).
    01 manifestFileName pic x(70).
    01 releaseReportFileName pic x(60).

    *> Price load generations. The numbers run from 0001 to 9999 and
    *> wrap back to 0001.
    01 generationFileName pic x(60).
    01 generationTempFileName pic x(60).
    01 generationControl.
        02 genCurrent pic 9(4).
        02 genLoadDate pic x(8).
        02 genKeepLoad pic 9(3).
        02 genOldestLoad pic 9(4).
    01 genDefaultKeep pic 9(3) value 7.
    01 keepLoadParm pic 9(3) value 0.
    01 genPurgeName pic x(70).
    01 genSpan pic 9(5).

    *> Every hold on the store's file, in file order, and what this
    *> run decided for it: blank still pending, A approved and
    *> released, R rejected, S superseded by a later hold for the
    *> same EAN, T stale - the catalog moved on since the hold.
    01 holdTable.
        02 holdCount pic 9(5) value 0.
        02 holdEntry occurs 1 to 5000 times
           depending on holdCount.
            03 hdRecord pic x(145).
            03 hdOutcome pic x(1).
    01 holdTableFullWarned pic 9 value 0.

    01 h pic 9(5).
    01 h2 pic 9(5).
    01 matchHold pic 9(5).
    01 todayDate pic x(8).
    01 currentDateTime pic x(21).
    01 decisionErrorText pic x(40).

    *> Counts for the report, the console and the return code.
    01 decisionsRead pic 9(5) value 0.
    01 decisionsRejected pic 9(5) value 0.
    01 holdsApproved pic 9(5) value 0.
    01 holdsRejected pic 9(5) value 0.
    01 holdsSuperseded pic 9(5) value 0.
    01 holdsStale pic 9(5) value 0.
    01 holdsPending pic 9(5) value 0.

    *> The release figures, recounted off the load file on disk the
    *> way the validation run's balancing does before it writes a
    *> manifest.
    01 relLoadCount pic 9(7).
    01 relHashTotal pic 9(9).
    01 loadHashKey.
        02 loadHashText pic x(13).
        02 loadHashNum redefines loadHashText pic 9(13).

    *> Age of a pending hold, in days.
    01 todayInteger pic 9(7).
    01 heldInteger pic 9(7).
    01 heldDateNum pic 9(8).
    01 ageDays pic 9(5).

    01 releaseLine.
        02 rlIsbn pic x(13).
        02 filler pic x value space.
        02 rlStore pic x(12).
        02 filler pic x value space.
        02 rlHeldDate pic x(8).
        02 filler pic x value space.
        02 rlOldPrice pic zzzz9.99.
        02 filler pic x value space.
        02 rlNewPrice pic zzzz9.99.
        02 filler pic x value space.
        02 rlSwing pic zzzzzzzz9.
        02 filler pic x value space.
        02 rlOutcome pic x(10).
        02 filler pic x value space.
        02 rlTitle pic x(30).

    01 edCount pic zzzz9.
    01 reportPos pic 9(3).
    01 edAge pic zzzz9.

    *> The return code the scheduler branches on: 0 = every hold
    *> settled, 4 = holds still pending or decisions refused or
    *> stale, 12 = a file could not be opened, 16 = another run held
    *> the lock and nothing was touched.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    accept cmdLineParm from command-line.
    if cmdLineParm = spaces
        display "Extract file name:"
        accept cmdLineParm
    end-if.
    move spaces to fileToken.
    move spaces to keepToken.
    unstring function trim(cmdLineParm) delimited by all " "
        into fileToken keepToken
    end-unstring.
    move fileToken to fileName.
    if keepToken(1:9) = "KEEPLOAD=" or keepToken(1:9) = "keepload="
        move function numval(keepToken(10:11)) to keepLoadParm
    end-if.
    perform buildFileNames.
    move function current-date(1:8) to todayDate.
    move function numval(todayDate) to heldDateNum.
    move function integer-of-date(heldDateNum) to todayInteger.

    perform acquireRunLock.
    if runLockHeld = 1
        perform resolveStoreIdent
        perform loadHoldFile
        if runReturnCode is not equal to 12
            perform markSupersededHolds
            perform applyDecisionFile
        end-if
        if runReturnCode is not equal to 12
            perform settleHolds
        end-if
        if runReturnCode is not equal to 12
            perform rewriteHoldFile
        end-if
        if runReturnCode is not equal to 12
            perform archiveDecisionFile
            perform writeReleaseReport
            display "Approved: " holdsApproved
                " Rejected: " holdsRejected
                " Superseded: " holdsSuperseded
                " Stale: " holdsStale
                " Pending: " holdsPending
            if (holdsPending > 0 or holdsStale > 0
                or decisionsRejected > 0)
               and runReturnCode < 4
                move 4 to runReturnCode
            end-if
        end-if
        perform releaseRunLock
    else
        move 16 to runReturnCode
    end-if.
    move runReturnCode to return-code.
stop run.

buildFileNames.
    move spaces to holdFileName.
    string function trim(fileName) delimited by size
           ".PRX" delimited by size
           into holdFileName
    end-string.
    move spaces to holdTempFileName.
    string function trim(fileName) delimited by size
           ".PRX.TMP" delimited by size
           into holdTempFileName
    end-string.
    move spaces to decisionFileName.
    string function trim(fileName) delimited by size
           ".PRD" delimited by size
           into decisionFileName
    end-string.
    move spaces to decisionHistoryFileName.
    string function trim(fileName) delimited by size
           ".PRD.HIST" delimited by size
           into decisionHistoryFileName
    end-string.
    *> The load is written under the scratch name and only becomes a
    *> numbered generation - and gets its manifest - once released.
    move spaces to priceScratchFileName.
    string function trim(fileName) delimited by size
           ".PRICE.LOAD.TMP" delimited by size
           into priceScratchFileName
    end-string.
    move priceScratchFileName to catalogLoadFileName.
    move spaces to generationFileName.
    string function trim(fileName) delimited by size
           ".PRICE.GEN" delimited by size
           into generationFileName
    end-string.
    move spaces to generationTempFileName.
    string function trim(fileName) delimited by size
           ".PRICE.GEN.TMP" delimited by size
           into generationTempFileName
    end-string.
    move spaces to releaseReportFileName.
    string function trim(fileName) delimited by size
           ".PRR" delimited by size
           into releaseReportFileName
    end-string.

loadHoldFile.
    *> No hold file means the store has never had a price held -
    *> there is nothing to settle, and that is not an error.
    move 0 to holdCount.
    move 1 to holdEof.
    open input holdFile.
    if holdFileStatus = 00
        perform until holdEof = 0
            read holdFile
                at end move 0 to holdEof
            end-read
            if holdEof is not equal to zero
                perform loadHoldEntry
            end-if
        end-perform
        close holdFile
    else
        display "Note - no price hold file for "
            function trim(fileName) "."
    end-if.

loadHoldEntry.
    if holdCount < 5000
        add 1 to holdCount
        move priceHoldRecord to hdRecord(holdCount)
        move space to hdOutcome(holdCount)
    else
        if holdTableFullWarned = 0
            display "Warning - price hold table full, further "
                "holds are carried over to the next run."
            move 1 to holdTableFullWarned
        end-if
    end-if.

markSupersededHolds.
    *> The store's later resend of the same EAN is the figure that
    *> counts; every earlier pending hold for it is settled as
    *> superseded, leaving one live hold per EAN to decide on.
    perform varying h from 1 by 1 until h > holdCount
        move hdRecord(h) to priceHoldRecord
        if prxStatus = "P"
            perform varying h2 from 1 by 1 until h2 > holdCount
                if h2 > h
                   and hdRecord(h2)(1:1) = "P"
                   and hdRecord(h2)(10:13) = prxIsbn
                    move "S" to hdOutcome(h)
                end-if
            end-perform
        end-if
    end-perform.

applyDecisionFile.
    *> Validate first, apply second; a refused decision changes
    *> nothing and the run carries on with the rest. A missing
    *> decision file simply means a reporting-only run.
    move 1 to decisionEof.
    open input decisionFile.
    if decisionFileStatus is not equal to 00
        display "Note - no decision file, reporting only."
    else
        perform until decisionEof = 0
            read decisionFile
                at end move 0 to decisionEof
            end-read
            if decisionEof is not equal to zero
                add 1 to decisionsRead
                perform applyOneDecision
            end-if
        end-perform
        close decisionFile
        move 1 to decisionFileRead
    end-if.

applyOneDecision.
    move spaces to decisionErrorText.
    move 0 to matchHold.
    if pdDecision is not equal to "A" and pdDecision is not equal to "a"
       and pdDecision is not equal to "R" and pdDecision is not equal to "r"
        move "unknown decision code" to decisionErrorText
    else
        perform varying h from 1 by 1 until h > holdCount
            if hdRecord(h)(1:1) = "P"
               and hdRecord(h)(10:13) = pdIsbn
               and hdOutcome(h) is not equal to "S"
                move h to matchHold
            end-if
        end-perform
        if matchHold = 0
            move "no pending hold for EAN" to decisionErrorText
        else
            if hdOutcome(matchHold) is not equal to space
                move "hold already decided this run"
                    to decisionErrorText
            end-if
        end-if
    end-if.

    if decisionErrorText = spaces
        if pdDecision = "A" or pdDecision = "a"
            move "A" to hdOutcome(matchHold)
        else
            move "R" to hdOutcome(matchHold)
        end-if
    else
        add 1 to decisionsRejected
        display "Rejected: " decisionRecord(1:14)
            " - " function trim(decisionErrorText)
    end-if.

settleHolds.
    *> Apply the approvals to the catalog and the release load, and
    *> put every decided hold on the price history. The catalog is
    *> opened before anything is written - without it no approval can
    *> be checked, so nothing is settled at all.
    open i-o masterCatalogFile.
    if masterFileStatus is not equal to 00
        display "Error - Could not open master catalog file."
        move 12 to runReturnCode
    else
        open output catalogLoadFile
        if catalogLoadFileStatus is not equal to 00
            display "Error - Could not open price load file."
            move 12 to runReturnCode
        else
            perform openPriceHistory
            perform openHoldings
            perform varying h from 1 by 1 until h > holdCount
                perform settleOneHold
            end-perform
            close catalogLoadFile
            if priceHistoryOK = 1
                close priceHistoryFile
            end-if
            if holdingsOK = 1
                close holdingsFile
            end-if
            perform releasePriceLoad
        end-if
        close masterCatalogFile
    end-if.

settleOneHold.
    move hdRecord(h) to priceHoldRecord.
    if hdOutcome(h) = "A"
        perform applyApprovedHold
    end-if.
    if hdOutcome(h) = "R"
        add 1 to holdsRejected
        move "R" to prhAction
        perform writePriceHistory
    end-if.
    if hdOutcome(h) = "S"
        add 1 to holdsSuperseded
    end-if.
    if hdOutcome(h) = space and prxStatus = "P"
        add 1 to holdsPending
    end-if.

applyApprovedHold.
    *> The hold was measured against the catalog's figures of the
    *> day; only while those still stand is the approval the restock
    *> it would have been. A title withdrawn since is stale too - an
    *> approval must not quietly put it back on sale.
    move prxIsbn to masterIsbn.
    read masterCatalogFile
        invalid key
            move "T" to hdOutcome(h)
        not invalid key
            if masterQuantity is not equal to prxOldQuantity
               or masterPrice is not equal to prxOldPrice
               or masterLastAction = "W"
                move "T" to hdOutcome(h)
            end-if
    end-read.
    if hdOutcome(h) = "T"
        add 1 to holdsStale
    else
        move prxNewQuantity to masterQuantity
        move prxNewPrice to masterPrice
        move "U" to masterLastAction
        move todayDate to masterLastDate
        move prxStore to masterStore
        if masterTitle = spaces
            move prxTitle to masterTitle
        end-if
        rewrite masterCatalogRecord
            invalid key
                move "T" to hdOutcome(h)
                add 1 to holdsStale
            not invalid key
                add 1 to holdsApproved
                perform writePriceLoadRecord
                perform updateHoldings
                move "A" to prhAction
                perform writePriceHistory
        end-rewrite
    end-if.

updateHoldings.
    *> The validation run took the held restock's quantity onto the
    *> store's holding but left it at the old price; the approval
    *> brings the holding level with the catalog. A holding missing
    *> altogether is opened from the hold, as the restock would have
    *> opened it.
    if holdingsOK = 1
        move prxStore to hldStore
        move prxIsbn to hldIsbn
        read holdingsFile
            invalid key
                move prxNewQuantity to hldQuantity
                move prxNewPrice to hldPrice
                move prxHeldDate to hldFirstDate
                move prxHeldDate to hldLastDate
                move "A" to hldStatus
                write holdingsRecord
            not invalid key
                move prxNewQuantity to hldQuantity
                move prxNewPrice to hldPrice
                move "A" to hldStatus
                rewrite holdingsRecord
        end-read
        if holdingsFileStatus is not equal to 00
            display "Warning - Could not update holding for "
                prxIsbn ", status " holdingsFileStatus "."
        end-if
    end-if.

writePriceLoadRecord.
    move spaces to catalogLoadRecord.
    move prxIsbn to clIsbn.
    move masterPublisher to clPublisher.
    move todayDate to clLoadDate.
    move "U" to clStatus.
    move prxNewQuantity to clQuantity.
    move prxNewPrice to clPrice.
    move masterTitle to clTitle.
    write catalogLoadRecord.

openHoldings.
    *> Created if it does not exist yet, never recreated over one that
    *> merely failed to open. Without it the approvals still go
    *> through; the holdings just miss them, and the warning says so.
    move 0 to holdingsOK.
    open i-o holdingsFile.
    if holdingsFileStatus = 00
        move 1 to holdingsOK
    else
        if holdingsFileStatus = 35
            open output holdingsFile
            if holdingsFileStatus = 00
                close holdingsFile
                open i-o holdingsFile
                if holdingsFileStatus = 00
                    move 1 to holdingsOK
                end-if
            end-if
        end-if
    end-if.
    if holdingsOK = 0
        display "Warning - Could not open holdings file, "
            "status " holdingsFileStatus ". Holdings not updated."
    end-if.

openPriceHistory.
    move 0 to priceHistoryOK.
    open extend priceHistoryFile.
    if priceHistoryFileStatus is not equal to 00
        open output priceHistoryFile
    end-if.
    if priceHistoryFileStatus = 00
        move 1 to priceHistoryOK
    else
        display "Warning - Could not open price history file, "
            "status " priceHistoryFileStatus "."
    end-if.

writePriceHistory.
    if priceHistoryOK = 1
        move prxIsbn to prhIsbn
        move todayDate to prhDate
        move prxStore to prhStore
        move prxOldQuantity to prhOldQuantity
        move prxOldPrice to prhOldPrice
        move prxNewQuantity to prhNewQuantity
        move prxNewPrice to prhNewPrice
        write priceHistoryRecord
    end-if.

releasePriceLoad.
    *> Recount the load on disk and release it with a manifest and
    *> an RLS line, exactly as the validation run releases its own.
    *> A run that approved nothing releases nothing - an empty file
    *> would only sit waiting for an acknowledgment that never comes.
    move 0 to relLoadCount.
    move 0 to relHashTotal.
    move 1 to loadEof.
    open input catalogLoadFile.
    if catalogLoadFileStatus = 00
        perform until loadEof = 0
            read catalogLoadFile
                at end move 0 to loadEof
            end-read
            if loadEof is not equal to zero
                add 1 to relLoadCount
                move clIsbn to loadHashText
                if loadHashText is numeric
                    compute relHashTotal = function mod(
                        relHashTotal + loadHashNum, 1000000000)
                end-if
            end-if
        end-perform
        close catalogLoadFile
    end-if.
    *> Only the scratch file is ever deleted or reused - a numbered
    *> generation, once released, is left for the inventory team.
    if relLoadCount = 0
        call "CBL_DELETE_FILE" using priceScratchFileName
    else
        perform openGeneration
        call "CBL_RENAME_FILE" using priceScratchFileName,
            catalogLoadFileName
        open output manifestFile
        if manifestFileStatus = 00
            move spaces to manifestRecord
            move catalogLoadFileName to manFileName
            move todayDate to manLoadDate
            move relLoadCount to manCount
            move relHashTotal to manHash
            write manifestRecord
            close manifestFile
            perform writeAuditLogRelease
        else
            display "Warning - Could not write release manifest."
        end-if
        perform purgeGenerations
    end-if.

openGeneration.
    *> No control record yet means the extract has never released a
    *> price load under generations: start at 0001.
    initialize generationControl.
    open input generationFile.
    if generationFileStatus = 00
        read generationFile into generationControl
            at end initialize generationControl
        end-read
        close generationFile
    end-if.
    if genCurrent is not numeric
       or genKeepLoad is not numeric
       or genOldestLoad is not numeric
        initialize generationControl
    end-if.
    if genKeepLoad = 0
        move genDefaultKeep to genKeepLoad
    end-if.
    if keepLoadParm > 0
        move keepLoadParm to genKeepLoad
    end-if.
    if genCurrent = 9999
        move 1 to genCurrent
    else
        add 1 to genCurrent
    end-if.
    move todayDate to genLoadDate.
    if genOldestLoad = 0
        move genCurrent to genOldestLoad
    end-if.
    perform writeGenerationAtomic.

    move spaces to catalogLoadFileName.
    string function trim(fileName) delimited by size
           ".PRICE.LOAD.G" delimited by size
           genCurrent delimited by size
           into catalogLoadFileName
    end-string.
    move spaces to manifestFileName.
    string function trim(catalogLoadFileName) delimited by size
           ".MAN" delimited by size
           into manifestFileName
    end-string.

writeGenerationAtomic.
    open output generationTempFile.
    write generationTempRecord from generationControl.
    close generationTempFile.
    call "CBL_RENAME_FILE" using generationTempFileName,
        generationFileName.

purgeGenerations.
    *> The span counts the generations from the oldest kept to the
    *> current one inclusive, allowing for the wrap at 9999.
    if genKeepLoad < 1
        move 1 to genKeepLoad
    end-if.
    compute genSpan =
        function mod(genCurrent - genOldestLoad + 9999, 9999) + 1.
    perform until genSpan <= genKeepLoad
        move spaces to genPurgeName
        string function trim(fileName) delimited by size
               ".PRICE.LOAD.G" delimited by size
               genOldestLoad delimited by size
               into genPurgeName
        end-string
        call "CBL_DELETE_FILE" using genPurgeName
        move spaces to genPurgeName
        string function trim(fileName) delimited by size
               ".PRICE.LOAD.G" delimited by size
               genOldestLoad delimited by size
               ".MAN" delimited by size
               into genPurgeName
        end-string
        call "CBL_DELETE_FILE" using genPurgeName
        if genOldestLoad = 9999
            move 1 to genOldestLoad
        else
            add 1 to genOldestLoad
        end-if
        subtract 1 from genSpan
    end-perform.
    perform writeGenerationAtomic.

resolveStoreIdent.
    *> The store code when the extract is on the store master; the
    *> file name as ever when not.
    move fileName(1:30) to storeIdent.
    move 1 to storeMasterEof.
    open input storeMasterFile.
    if storeMasterFileStatus = 00
        perform until storeMasterEof = 0
            read storeMasterFile
                at end move 0 to storeMasterEof
            end-read
            if storeMasterEof is not equal to zero
               and smfExtract = fileName
                move spaces to storeIdent
                move smfCode to storeIdent(1:6)
                move 0 to storeMasterEof
            end-if
        end-perform
        close storeMasterFile
    end-if.

archiveDecisionFile.
    *> Every decision read this run has been applied or refused; the
    *> file is copied onto the history under today's date and then
    *> removed, so none of it is read again. Without a history to
    *> append to, the decision file is left where it is.
    if decisionFileRead = 1
        open extend decisionHistoryFile
        if decisionHistoryFileStatus is not equal to 00
            open output decisionHistoryFile
        end-if
        if decisionHistoryFileStatus is not equal to 00
            display "Warning - Could not open decision history, "
                "decision file left in place."
        else
            move 1 to decisionEof
            open input decisionFile
            if decisionFileStatus = 00
                perform until decisionEof = 0
                    read decisionFile
                        at end move 0 to decisionEof
                    end-read
                    if decisionEof is not equal to zero
                        move todayDate to pdhDate
                        move pdIsbn to pdhIsbn
                        move pdDecision to pdhDecision
                        write decisionHistoryRecord
                    end-if
                end-perform
                close decisionFile
            end-if
            close decisionHistoryFile
            call "CBL_DELETE_FILE" using decisionFileName
        end-if
    end-if.

writeAuditLogRelease.
    open extend auditLogFile.
    if auditFileStatus is not equal to 00
        open output auditLogFile
    end-if.
    move spaces to auditRecord.
    move function current-date to currentDateTime.
    string "RLS " delimited by size
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
           function trim(catalogLoadFileName) delimited by size
           " DATE=" delimited by size
           todayDate delimited by size
           " COUNT=" delimited by size
           relLoadCount delimited by size
           " HASH=" delimited by size
           relHashTotal delimited by size
           " STORE=" delimited by size
           function trim(storeIdent) delimited by size
           into auditRecord
    end-string.
    write auditRecord.
    close auditLogFile.

rewriteHoldFile.
    *> Only the holds still pending go back; everything settled is
    *> on the price history and this run's report. Written in full to
    *> a scratch file and renamed over the live one, so an
    *> interrupted run never leaves a truncated hold file behind.
    *> A store with no hold file gets none. Holds past the end of a
    *> full table were never looked at this run and are copied
    *> through as they stand.
    if holdCount > 0
        open output holdTempFile
        if holdTempFileStatus is not equal to 00
            display "Error - Could not write price hold file."
            move 12 to runReturnCode
        else
            perform varying h from 1 by 1 until h > holdCount
                if hdOutcome(h) = space
                    move hdRecord(h) to holdTempRecord
                    write holdTempRecord
                end-if
            end-perform
            if holdTableFullWarned = 1
                perform copyUnloadedHolds
            end-if
            close holdTempFile
            if runReturnCode is not equal to 12
                call "CBL_RENAME_FILE" using holdTempFileName,
                    holdFileName
            end-if
        end-if
    end-if.

copyUnloadedHolds.
    move 0 to holdsCopied.
    move 1 to holdEof.
    open input holdFile.
    if holdFileStatus = 00
        perform until holdEof = 0
            read holdFile
                at end move 0 to holdEof
            end-read
            if holdEof is not equal to zero
                add 1 to holdsCopied
                if holdsCopied > holdCount
                    move priceHoldRecord to holdTempRecord
                    write holdTempRecord
                end-if
            end-if
        end-perform
        close holdFile
    else
        display "Error - Could not reread price hold file, "
            "status " holdFileStatus ". Hold file left as it was."
        move 12 to runReturnCode
    end-if.

writeReleaseReport.
    open output releaseReportFile.
    if releaseReportFileStatus is not equal to 00
        display "Error - Could not open release report."
        move 12 to runReturnCode
    else
        move spaces to releaseReportRecord
        string "PRICE HOLD RELEASE - " delimited by size
               function trim(fileName) delimited by size
               " AS OF " delimited by size
               todayDate delimited by size
               into releaseReportRecord
        end-string
        write releaseReportRecord
        move "EAN           STORE        HELD      OLD PRICE NEW PRICE"
            & "   SWING % OUTCOME    TITLE" to releaseReportRecord
        write releaseReportRecord
        perform varying h from 1 by 1 until h > holdCount
            perform writeReleaseLine
        end-perform
        move spaces to releaseReportRecord
        write releaseReportRecord
        move spaces to releaseReportRecord
        move 1 to reportPos
        move holdsApproved to edCount
        string "APPROVED=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        move holdsRejected to edCount
        string " REJECTED=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        move holdsSuperseded to edCount
        string " SUPERSEDED=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        move holdsStale to edCount
        string " STALE=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        move holdsPending to edCount
        string " PENDING=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        move decisionsRejected to edCount
        string " REFUSED=" delimited by size
               edCount delimited by size
               into releaseReportRecord
            with pointer reportPos
        end-string
        write releaseReportRecord
        close releaseReportFile
    end-if.

writeReleaseLine.
    *> A pending hold shows its age in days where a settled one
    *> shows what became of it.
    move hdRecord(h) to priceHoldRecord.
    move spaces to releaseLine.
    move prxIsbn to rlIsbn.
    move prxStore to rlStore.
    move prxHeldDate to rlHeldDate.
    move prxOldPrice to rlOldPrice.
    move prxNewPrice to rlNewPrice.
    move prxSwingPct to rlSwing.
    move prxTitle to rlTitle.
    if hdOutcome(h) = "A"
        move "RELEASED" to rlOutcome
    end-if.
    if hdOutcome(h) = "R"
        move "REJECTED" to rlOutcome
    end-if.
    if hdOutcome(h) = "S"
        move "SUPERSEDED" to rlOutcome
    end-if.
    if hdOutcome(h) = "T"
        move "STALE" to rlOutcome
    end-if.
    if hdOutcome(h) = space
        move 0 to ageDays
        if prxHeldDate is numeric
            move prxHeldDate to heldDateNum
            compute heldInteger =
                function integer-of-date(heldDateNum)
            if todayInteger > heldInteger
                compute ageDays = todayInteger - heldInteger
            end-if
        end-if
        move ageDays to edAge
        string "PENDING" delimited by size
               edAge delimited by size
               into rlOutcome
        end-string
    end-if.
    move releaseLine to releaseReportRecord.
    write releaseReportRecord.

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
        move "pricerel" to lockProgram
        write runLockRecord
        close runLockFile
        move 1 to runLockHeld
    else
        display "Error - Could not create run lock."
    end-if.

releaseRunLock.
    call "CBL_DELETE_FILE" using runLockName.
