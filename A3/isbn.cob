    organization is line sequential
    file status is restartTempFileStatus.

    *> Generation control record for an extract's output files: which
    *> generation is current, how many of each kind to keep, and the
    *> oldest one still on disk. Rewritten through a scratch file and
    *> a rename, the same way as the checkpoint.
    select generationFile assign to dynamic generationFileName
    organization is line sequential
    file status is generationFileStatus.

    select generationTempFile assign to dynamic generationTempFileName
    organization is line sequential
    file status is generationTempFileStatus.

    *> A list of store extract file names to process in one run.
    select controlFile assign to dynamic controlFileName
    organization is line sequential
    organization is line sequential
    file status is manifestFileStatus.

    *> Title-conflict exceptions: a record whose EAN is already on the
    *> master catalog under a clearly different title. A mis-keyed
    *> ISBN that happens to pass the checksum looks exactly like a
    *> restock or a resend otherwise, and the title is the only sign
    *> of it - so these are listed for merchandising to review, and
    *> the catalog entry is left as it was.
    select titleConflictFile assign to dynamic titleConflictFileName
    organization is line sequential
    file status is titleConflictFileStatus.

    *> Price-exception hold file, one per store and carried across
    *> runs: a restock whose price moved further than the tolerance
    *> allows - a dropped decimal place turns $24.99 into $2,499.00
    *> - is parked here instead of reaching the catalog or the load
    *> feed, until merchandising approves or rejects it and pricerel
    *> releases the approved ones.
    select priceHoldFile assign to dynamic priceHoldFileName
    organization is line sequential
    file status is priceHoldFileStatus.

    *> Price history, one central file appended to by every run and
    *> by pricerel: each price a title was given, the one it had
    *> before, and the store that sent it.
    select priceHistoryFile assign to "PRICEHIST.DAT"
    organization is line sequential
    file status is priceHistoryFileStatus.

    *> Unknown-publisher suspense, one central file for every store.
    *> A checksum-valid ISBN whose prefix PREFIX.DAT doesn't cover
    *> yet is nothing the store can fix, so it waits here instead of
    *> on the store's reject file, until a SUSPENSE run re-drives it
    *> after the prefix table has caught up. That run reads this
    *> file as its input extract and writes what is still unknown to
    *> SUSPENSE.NEW, renamed over this file once the run completes.
    select suspenseFile assign to "SUSPENSE.DAT"
    organization is line sequential
    file status is suspenseFileStatus.

    select suspenseNewFile assign to "SUSPENSE.NEW"
    organization is line sequential
    file status is suspenseNewFileStatus.

    *> Aging of whatever is still in suspense after a release run,
    *> grouped by EAN space and leading prefix - the ranges to chase
    *> with the agency.
    select suspenseAgingFile assign to "SUSPENSE.AGE"
    organization is line sequential
    file status is suspenseAgingFileStatus.

    *> Persistent master catalog keyed on the canonical 13-digit EAN.
    *> Unlike the old in-memory table this survives across runs, so a
    *> title a store already submitted on an earlier day is caught as
    record key is masterIsbn
    file status is masterFileStatus.

    *> Store-by-title holdings. The master catalog keeps one store
    *> and one quantity per EAN - whoever touched it last - so which
    *> stores carry a title, and what the network holds of it, lives
    *> here instead: one entry per store and EAN, kept current from
    *> every full-layout record a store sends. The EAN is an
    *> alternate key so holdrpt can read a title's stores together.
    select holdingsFile assign to "HOLDINGS.DAT"
    organization is indexed
    access mode is random
    record key is hldKey
    alternate record key is hldIsbn with duplicates
    file status is holdingsFileStatus.


    *> Cross-program run lock serializing every job that writes the
    *> shared reference, catalog and audit files.
    01 rejectRecord pic x(999).

fd auditLogFile.
    01 auditRecord pic x(400).

*> The checkpoint carries the interrupted run's date as well as its
*> position, so a resume after midnight still stamps its catalog
        02 restartTempCount pic 9(7).
        02 restartTempRunDate pic x(8).

fd generationFile.
    01 generationRecord pic x(33).

fd generationTempFile.
    01 generationTempRecord pic x(33).

fd controlFile.
    01 controlRecord pic x(60).

*> publisher name from the prefix reference table, the load date, and
*> a status code - "V" for a title new to the catalog, "U" for a
*> restock update of one already on it, so the load job can tell
*> insert from update, and "W" for a withdrawal; a reinstated
*> title goes down as a "V", since inventory has it withdrawn -
*> and the title as the store described it, so the item master
*> shows which book an EAN is.
*> One store per line: permanent code, name, the extract file name
*> it submits under, its record layout (F = full POS, B = bare ISBN
*> lines), expected submission days, and active/closed status.
        02 clStatus pic x(1).
        02 clQuantity pic 9(5).
        02 clPrice pic 9(5)v99.
        02 clTitle pic x(30).

fd summaryFile.
    01 summaryRecord pic x(132).
        02 manCount pic 9(7).
        02 manHash pic 9(9).

fd titleConflictFile.
    01 titleConflictRecord pic x(160).

*> One held restock: status (P pending - pricerel settles it), the
*> date it was held, the EAN and the store that sent it, the
*> catalog's figures at the time and the ones the store sent, the
*> swing that tripped the hold, and the catalog's publisher and
*> title so merchandising can see which book it is.
fd priceHoldFile.
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

*> One suspended record: the store it came from, the extract it
*> arrived in and that extract's layout (F full, B bare), the
*> canonical EAN, the date it was first suspended, and the record
*> exactly as the store sent it.
fd suspenseFile.
    01 suspenseRecord.
        02 susStore pic x(30).
        02 susExtract pic x(50).
        02 susLayout pic x(1).
        02 susIsbn pic x(13).
        02 susDate pic x(8).
        02 susRaw pic x(120).

fd suspenseNewFile.
    01 suspenseNewRecord pic x(222).

fd suspenseAgingFile.
    01 suspenseAgingRecord pic x(80).

*> One price event: the EAN, the date, the store that sent it, what
*> happened (N first price on insert, U restock applied, H held for
*> review, A approved and released, R rejected), and the old and
*> new figures.
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

*> One master catalog entry per canonical EAN ever accepted: who
*> publishes it, when it first arrived, which store sent it last,
*> the quantity and price we last loaded - the comparison point that
*> tells a restock resend apart from a genuine duplicate - and what
*> the last touch was: N inserted, U restock update, D duplicate
*> refresh, H restock held on a price swing, W withdrawn, I
*> reinstated after a withdrawal, X reversed by ackrecon after the
*> inventory system rejected it. The action flag is what lets a
*> checkpoint replay tell a replayed restock from a same-figures
*> resend, which end in byte-identical records otherwise. The
*> title rides last, as the first full-layout store to send one
*> described the book; a bare-layout insert leaves it blank until
*> a full-layout store fills it in.
fd masterCatalogFile.
    01 masterCatalogRecord.
        02 masterIsbn pic x(13).
        02 masterQuantity pic 9(5).
        02 masterPrice pic 9(5)v99.
        02 masterLastAction pic x(1).
        02 masterTitle pic x(30).

*> A store's holding of one title: what it last reported on hand and
*> at what price, when it first and last reported it, and whether it
*> is still carried (A) or the store has withdrawn it (W).
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

working-storage section.

    01 fileStatus pic 9(2).
    01 fileName pic x(50).
    01 isbnLen pic 999.
    *> Length of the store's record as validated - the line as read,
    *> or on a suspense release the original record carried inside
    *> the suspense entry.
    01 lineLen pic 999.

    *> Variables for the written report file
    01 reportFileName pic x(60).
    01 isResuming pic 9 value 0.
    01 resumeAnswer pic x.

    *> Variables for output file generations. Each run of an extract
    *> writes <extract>.RPT.Gnnnn, .REJ.Gnnnn and .LOAD.Gnnnn (with
    *> the manifest and any hold beside the load generation) instead
    *> of overwriting one fixed set of names, and the oldest beyond
    *> each kind's retention count are deleted. The numbers run from
    *> 0001 to 9999 and wrap back to 0001. KEEPRPT=, KEEPREJ= and
    *> KEEPLOAD= on the command line change an extract's retention,
    *> which then stays on its control record until changed again.
    01 generationFileName pic x(60).
    01 generationFileStatus pic 9(2).
    01 generationTempFileName pic x(60).
    01 generationTempFileStatus pic 9(2).
    01 generationControl.
        02 genCurrent pic 9(4).
        02 genLoadDate pic x(8).
        02 genKeepReport pic 9(3).
        02 genKeepReject pic 9(3).
        02 genKeepLoad pic 9(3).
        02 genOldestReport pic 9(4).
        02 genOldestReject pic 9(4).
        02 genOldestLoad pic 9(4).
    01 genDefaultKeep pic 9(3) value 7.
    01 keepReportParm pic 9(3) value 0.
    01 keepRejectParm pic 9(3) value 0.
    01 keepLoadParm pic 9(3) value 0.
    01 genBaseName pic x(60).
    01 genPurgeName pic x(70).
    01 genKeep pic 9(3).
    01 genOldest pic 9(4).
    01 genSpan pic 9(5).
    01 genPurgeLoad pic 9 value 0.

    *> Variables for the control-file driver mode (one run over
    *> several store extracts, e.g. STORE01.ISBN, STORE02.ISBN, ...)
    01 controlFileName pic x(60).
    01 grandDuplicate pic 9(7) value 0.
    01 grandRestock pic 9(7) value 0.
    01 grandUnknownPublisher pic 9(7) value 0.
    01 grandTitleConflict pic 9(7) value 0.
    01 grandPriceHeld pic 9(7) value 0.
    01 grandWithdrawn pic 9(7) value 0.
    01 grandBadWithdraw pic 9(7) value 0.

    *> Variables for the post-run balancing step. Each figure is
    *> recounted from the file actually on disk, independently of the
        02 sumRestock pic zzzzzz9.
        02 filler pic x value space.
        02 sumUnknownPub pic zzzzzz9.
        02 filler pic x value space.
        02 sumTitleConflict pic zzzzzz9.
        02 filler pic x value space.
        02 sumPriceHeld pic zzzzzz9.
        02 filler pic x value space.
        02 sumWithdrawn pic zzzzzz9.
        02 filler pic x value space.
        02 sumBadWithdraw pic zzzzzz9.
        02 filler pic x(2) value spaces.
        02 sumFlag pic x(8).

    01 totalDuplicate pic 9(7) value 0.
    01 totalRestock pic 9(7) value 0.
    01 totalUnknownPublisher pic 9(7) value 0.
    01 totalTitleConflict pic 9(7) value 0.
    01 totalPriceHeld pic 9(7) value 0.
    01 totalWithdrawn pic 9(7) value 0.
    01 totalBadWithdraw pic 9(7) value 0.

    01 trailerLine.
        02 trailerLabel pic x(30).
    01 masterFileStatus pic 9(2).
    01 masterCatalogOK pic 9 value 0.

    *> Variables for the title-conflict check. Both titles are boiled
    *> down to their letters and digits in upper case before they are
    *> compared, so punctuation, spacing and case never raise one. The
    *> same book is still allowed a store's shortened form of the
    *> title - one a leading part of the other, at least
    *> titleMinPrefix characters of it - and a couple of keying slips
    *> in a title of the same length. Anything past that is a
    *> different book.
    01 titleConflictFileName pic x(60).
    01 titleConflictFileStatus pic 9(2).
    01 isTitleConflict pic 9 value 0.
    01 titleWork pic x(30).
    01 titleKey pic x(30).
    01 titleKeyLen pic 9(2).
    01 titleKeySent pic x(30).
    01 titleLenSent pic 9(2).
    01 titleKeyCatalog pic x(30).
    01 titleLenCatalog pic 9(2).
    01 titleShortLen pic 9(2).
    01 titleDiffCount pic 9(2).
    01 titleMaxDiffs pic 9(2) value 2.
    01 titleMinPrefix pic 9(2) value 10.
    01 tp pic 9(2).

    *> Variables for the price-swing hold. A restock whose price
    *> moves by more than swingTolerancePct percent of the catalog's
    *> price is held rather than applied. SWING=nn on the command
    *> line overrides the default; SWING=0 turns the hold off. A
    *> catalog price of zero - a title first sent on the bare layout
    *> - has nothing to swing from, so its first real price always
    *> goes through.
    01 swingTolerancePct pic 9(5) value 50.
    01 priceSwingPct pic 9(9).
    01 isPriceHeld pic 9 value 0.
    01 swingOldQuantity pic 9(5).
    01 swingOldPrice pic 9(5)v99.
    01 priceHoldFileName pic x(60).
    01 priceHoldFileStatus pic 9(2).
    01 priceHistoryFileStatus pic 9(2).
    01 priceHistoryOK pic 9 value 0.
    01 priceHistoryAction pic x(1).

    *> Variables for the full layout's transaction code, column 60:
    *> blank or A adds or restocks the title, W withdraws it - the
    *> store has delisted it or it has gone out of print. A
    *> withdrawal needs the EAN on the catalog; the entry is kept,
    *> marked W, and a W record tells the inventory system. A
    *> withdrawn title sent again as an add comes back as a
    *> reinstatement (action I, a fresh V on the load) rather than
    *> bouncing as a duplicate of an entry nobody stocks any more.
    01 txnCode pic x(1).
    01 txnCodeBad pic 9 value 0.
    01 isWithdrawal pic 9 value 0.
    01 isWithdrawn pic 9 value 0.
    01 isReinstated pic 9 value 0.

    *> Variables for the holdings file. Only the full layout reports
    *> stock, so only its records touch a holding; a checkpoint
    *> replay leaves them alone, the interrupted run having already
    *> applied them. A held price swing updates the quantity and the
    *> date but not the price, exactly as it leaves the catalog's.
    01 holdingsFileStatus pic 9(2).
    01 holdingsOK pic 9 value 0.

    *> Variables for the unknown-publisher suspense file. Its keys -
    *> EAN and store - are loaded into an open-addressed table at
    *> the start of the run, so a store that resends the same
    *> unknown title night after night is suspended once, not once
    *> a night. The 75000-entry ceiling is far past anything the
    *> suspense file should ever hold; past it entries are written
    *> without the check rather than lost. A suspense file that
    *> cannot be opened sends the records to the store's reject file
    *> as before - kept somewhere, whatever happens.
    01 suspenseFileStatus pic 9(2).
    01 suspenseNewFileStatus pic 9(2).
    01 suspenseAgingFileStatus pic 9(2).
    01 suspenseOK pic 9 value 0.
    01 suspenseMode pic 9 value 0.
    01 suspenseEof pic 9 value 1.
    01 suspenseInputName pic x(20) value "SUSPENSE.DAT".
    01 suspenseNewName pic x(20) value "SUSPENSE.NEW".
    01 suspenseHashTable.
        02 suspenseSlot pic x(43) occurs 100003 times.
    01 suspenseHashCount pic 9(6) value 0.
    01 suspenseKey.
        02 suspenseKeyIsbn pic x(13).
        02 suspenseKeyStore pic x(30).
    01 suspenseKeyNum pic 9(13).
    01 suspenseSlotIndex pic 9(6).
    01 suspenseSlotDone pic 9.
    01 suspenseTableFullWarned pic 9 value 0.

    *> A suspense entry as read back on a release run.
    01 suspenseWork.
        02 swStore pic x(30).
        02 swExtract pic x(50).
        02 swLayout pic x(1).
        02 swIsbn pic x(13).
        02 swDate pic x(8).
        02 swRaw pic x(120).

    *> The aging report's groups - EAN space plus the first four
    *> digits behind it - kept in key order as they are added, with
    *> a count per age band: up to a week, a month, a quarter, older.
    01 agingTable.
        02 agingCount pic 9(4) value 0.
        02 agingEntry occurs 1 to 2000 times
           depending on agingCount.
            03 agKey pic x(7).
            03 agCount pic 9(7).
            03 agOldest pic x(8).
            03 agBand pic 9(7) occurs 4 times.
    01 ag pic 9(4).
    01 agMatch pic 9(4).
    01 agingTableFullWarned pic 9 value 0.
    01 agingKey pic x(7).
    01 agingTodayDate pic x(8).
    01 agingDateNum pic 9(8).
    01 agingTodayInteger pic 9(7).
    01 agingInteger pic 9(7).
    01 agingDays pic 9(5).
    01 agingBandIndex pic 9.
    01 agingTotal pic 9(7).
    01 agingLine.
        02 alEanSpace pic x(3).
        02 filler pic x(2) value spaces.
        02 alPrefix pic x(4).
        02 filler pic x(2) value spaces.
        02 alCount pic zzzzzz9.
        02 filler pic x(2) value spaces.
        02 alOldest pic x(8).
        02 filler pic x value space.
        02 alBand1 pic zzzzzz9.
        02 filler pic x value space.
        02 alBand2 pic zzzzzz9.
        02 filler pic x value space.
        02 alBand3 pic zzzzzz9.
        02 filler pic x value space.
        02 alBand4 pic zzzzzz9.
    01 titleConflictLine.
        02 tcxIsbn pic x(13).
        02 filler pic x value space.
        02 tcxDate pic x(8).
        02 filler pic x value space.
        02 tcxStore pic x(30).
        02 filler pic x value space.
        02 tcxSentTitle pic x(30).
        02 filler pic x value space.
        02 tcxCatalogTitle pic x(30).
        02 filler pic x value space.
        02 tcxCatalogStore pic x(30).

    *> Within-run duplicate keys, kept in memory for the two cases
    *> the master catalog alone cannot cover: it is the authority
    *> while MASTER.CAT is unavailable, so single-run duplicate
    *> When a file name is supplied on the command line (JCL PARM /
    *> scheduler argument) the program runs unattended instead of
    *> prompting the console operator. The parameter can also carry a
    *> PCT=nn token after the file name or CTL= token, a SWING=nn
    *> token beside it, and KEEPRPT=n, KEEPREJ=n and KEEPLOAD=n
    *> generation retention counts.
    01 cmdLineParm pic x(100).
    01 unattendedMode pic 9 value 0.
    01 parmToken1 pic x(60).
    01 parmToken2 pic x(20).
    01 parmToken3 pic x(20).
    01 parmToken4 pic x(20).
    01 parmToken5 pic x(20).
    01 parmToken6 pic x(20).
    01 parmToken7 pic x(20).
    01 pctToken pic x(20).

    *> The return code the scheduler branches on: 0 = clean run,
    *> A file name passed on the command line means an unattended
    *> (batch/JCL) run - otherwise fall back to the console prompt. A
    *> parameter of the form CTL=<control file> drives a whole list of
    *> store extracts from that control file in this one run, a
    *> PCT=nn token anywhere after the first word sets the reject-rate
    *> abort threshold, a SWING=nn token the price-swing hold
    *> tolerance, and KEEPRPT=n, KEEPREJ=n and KEEPLOAD=n how many
    *> generations of each output file to keep. A first word of
    *> SUSPENSE re-drives the unknown-publisher suspense file instead
    *> of a store extract.
    accept cmdLineParm from command-line.
    if cmdLineParm is not equal to spaces
        move 1 to unattendedMode
        *> So is the master catalog - one open spans the whole run.
        perform openMasterCatalog

        *> And the price history every store's price events land on.
        perform openPriceHistory

        *> And the store-by-title holdings.
        perform openHoldings

        *> And the suspense file unknown publishers wait in - except
        *> on a release run, which reads it as its input.
        if suspenseMode = 0
            perform openSuspenseFile
        end-if

        *> Read file names from stdin until we get a valid one.
        perform readISBN
            until isValidName = 1
        if masterCatalogOK = 1
            close masterCatalogFile
        end-if
        if priceHistoryOK = 1
            close priceHistoryFile
        end-if
        if holdingsOK = 1
            close holdingsFile
        end-if
        if suspenseOK = 1
            close suspenseFile
        end-if

        perform releaseRunLock
    else

parseCommandLine.
    *> Split the parameter into blank-separated tokens: the first is
    *> the file name or CTL= control file, and the PCT=nn, SWING=nn
    *> and KEEPxxx=n tokens may follow in any remaining position.
    move spaces to parmToken1.
    move spaces to parmToken2.
    move spaces to parmToken3.
    move spaces to parmToken4.
    move spaces to parmToken5.
    move spaces to parmToken6.
    move spaces to parmToken7.
    unstring cmdLineParm delimited by all " "
        into parmToken1 parmToken2 parmToken3 parmToken4
             parmToken5 parmToken6 parmToken7
    end-unstring.
    if parmToken1(1:4) = "CTL=" or parmToken1(1:4) = "ctl="
        move 1 to driverMode
        move function trim(parmToken1(5:56)) to controlFileName
    end-if.
    if parmToken1 = "SUSPENSE" or parmToken1 = "suspense"
        move 1 to suspenseMode
    end-if.
    move parmToken2 to pctToken.
    perform parsePctToken.
    move parmToken3 to pctToken.
    perform parsePctToken.
    move parmToken4 to pctToken.
    perform parsePctToken.
    move parmToken5 to pctToken.
    perform parsePctToken.
    move parmToken6 to pctToken.
    perform parsePctToken.
    move parmToken7 to pctToken.
    perform parsePctToken.

parsePctToken.
    if pctToken(1:4) = "PCT=" or pctToken(1:4) = "pct="
        move function numval(pctToken(5:16)) to abortPct
    end-if.
    if pctToken(1:6) = "SWING=" or pctToken(1:6) = "swing="
        move function numval(pctToken(7:14)) to swingTolerancePct
    end-if.
    if pctToken(1:8) = "KEEPRPT=" or pctToken(1:8) = "keeprpt="
        move function numval(pctToken(9:12)) to keepReportParm
    end-if.
    if pctToken(1:8) = "KEEPREJ=" or pctToken(1:8) = "keeprej="
        move function numval(pctToken(9:12)) to keepRejectParm
    end-if.
    if pctToken(1:9) = "KEEPLOAD=" or pctToken(1:9) = "keepload="
        move function numval(pctToken(10:11)) to keepLoadParm
    end-if.

raiseReturnCode.
    *> Return codes only ever escalate - a clean store later in a
    end-if.

readISBN.
    if suspenseMode = 1
        perform runSuspenseRelease
        move 1 to isValidName
    else
    if driverMode = 1
        perform runDriver
        move 1 to isValidName
        else
            perform processOneFile
        end-if
    end-if
    end-if.

runSuspenseRelease.
    *> Re-drive every suspended record through the normal path -
    *> duplicate check, master catalog, load feed - now that the
    *> prefix table may cover it. The suspense file is the input
    *> extract, so its outputs are named off it like any store's
    *> (SUSPENSE.DAT.RPT.Gnnnn, .LOAD.Gnnnn and the rest) and it
    *> checkpoints and balances the same way; each record is credited
    *> to the store that originally sent it. What is still unknown
    *> goes to SUSPENSE.NEW under its original suspense date, and
    *> only once the run has completed and balanced does that
    *> replace the suspense file - an interrupted release resumes
    *> against the file it started on, and one whose load is held
    *> out of balance leaves SUSPENSE.DAT as it was so the release
    *> can be run again. A long tail of still-unknown records is the expected
    *> outcome here, not a mangled extract, so the reject-rate
    *> breaker stays out of it.
    open input suspenseFile.
    if suspenseFileStatus is not equal to 00
        display "Note - nothing in suspense."
    else
        close suspenseFile
        move suspenseInputName to fileName
        move 0 to layoutFull
        move "SUSPENSE" to storeIdent
        move 0 to abortPct
        perform processOneFile
        if fileProcessed = 1 and extractAborted = 0
           and balanceOK = 1
            call "CBL_RENAME_FILE" using suspenseNewName,
                suspenseInputName
            perform writeSuspenseAging
        end-if
        if fileProcessed = 1 and extractAborted = 0
           and balanceOK = 0
            call "CBL_DELETE_FILE" using suspenseNewName
        end-if
    end-if.

runDriver.
    move 0 to grandDuplicate.
    move 0 to grandRestock.
    move 0 to grandUnknownPublisher.
    move 0 to grandTitleConflict.
    move 0 to grandPriceHeld.
    move 0 to grandWithdrawn.
    move 0 to grandBadWithdraw.
    move spaces to summaryFileName.
    string function trim(controlFileName) delimited by size
           ".SUM" delimited by size
    if summaryFileStatus = 00
        move 1 to summaryOpen
        move "STORE EXTRACT           READ   VALID NOT-VAL  INCORR" &
             "     DUP RESTOCK  UNKPUB TTLCONF PRCHELD WITHDRN" &
             " BADWDRL  FLAG"
             to summaryRecord
        write summaryRecord
    else
        display "Warning - Could not open run summary file."
        move totalDuplicate to sumDuplicate
        move totalRestock to sumRestock
        move totalUnknownPublisher to sumUnknownPub
        move totalTitleConflict to sumTitleConflict
        move totalPriceHeld to sumPriceHeld
        move totalWithdrawn to sumWithdrawn
        move totalBadWithdraw to sumBadWithdraw
        move spaces to sumFlag
        compute rejectTotal = totalRead - totalValid - totalRestock
            - totalWithdrawn
        if fileProcessed = 0
            move "*FAILED*" to sumFlag
        else
        add totalDuplicate to grandDuplicate
        add totalRestock to grandRestock
        add totalUnknownPublisher to grandUnknownPublisher
        add totalTitleConflict to grandTitleConflict
        add totalPriceHeld to grandPriceHeld
        add totalWithdrawn to grandWithdrawn
        add totalBadWithdraw to grandBadWithdraw
    end-if.

writeRunSummaryTrailer.
        move grandDuplicate to sumDuplicate
        move grandRestock to sumRestock
        move grandUnknownPublisher to sumUnknownPub
        move grandTitleConflict to sumTitleConflict
        move grandPriceHeld to sumPriceHeld
        move grandWithdrawn to sumWithdrawn
        move grandBadWithdraw to sumBadWithdraw
        move spaces to sumFlag
        move summaryLine to summaryRecord
        write summaryRecord
    move 0 to totalDuplicate.
    move 0 to totalRestock.
    move 0 to totalUnknownPublisher.
    move 0 to totalTitleConflict.
    move 0 to totalPriceHeld.
    move 0 to totalWithdrawn.
    move 0 to totalBadWithdraw.
    move 0 to fileProcessed.
    move 1 to balanceOK.
    move 0 to extractAborted.
    move 0 to totalDuplicate.
    move 0 to totalRestock.
    move 0 to totalUnknownPublisher.
    move 0 to totalTitleConflict.
    move 0 to totalPriceHeld.
    move 0 to totalWithdrawn.
    move 0 to totalBadWithdraw.
    move 1 to outputFilesOK.
    move 0 to fileProcessed.
    move 1 to balanceOK.
    move spaces to seenTable.
    move 0 to seenTableFullWarned.

	*> Build the per-extract file names from the input file name. The
    *> report, reject, load and manifest names carry the generation
    *> number, so they are built by openGeneration once the input
    *> file is known to be there. Each target is cleared before its
    *> STRING - STRING only overwrites the characters it produces,
    *> so in driver mode, where processOneFile runs once per
    *> control-file entry in the same process, a shorter store name
    *> would otherwise leave the tail of the previous store's name
    *> sitting past the end of the new one.
    move spaces to restartFileName.
    string function trim(fileName) delimited by size
           ".CKP" delimited by size
           into restartTempFileName
    end-string.

    move spaces to generationFileName.
    string function trim(fileName) delimited by size
           ".GEN" delimited by size
           into generationFileName
    end-string.

    move spaces to generationTempFileName.
    string function trim(fileName) delimited by size
           ".GEN.TMP" delimited by size
           into generationTempFileName
    end-string.

    move spaces to titleConflictFileName.
    string function trim(fileName) delimited by size
           ".TTL" delimited by size
           into titleConflictFileName
    end-string.

    move spaces to priceHoldFileName.
    string function trim(fileName) delimited by size
           ".PRX" delimited by size
           into priceHoldFileName
    end-string.

    move function current-date(1:8) to loadDateStamp.
	    *> Assume we have a valid file name
        move 1 to isValidName

        *> A resumed run carries on in the generation it started;
        *> anything else opens the next one.
        perform openGeneration

        *> The hold file outlives the run - pending holds stay on it
        *> until pricerel settles them - so it is always extended.
        open extend priceHoldFile
        if priceHoldFileStatus is not equal to 00
            open output priceHoldFile
        end-if
        if priceHoldFileStatus is not equal to 00
            move 0 to outputFilesOK
            display "Error - Could not open price hold file."
        end-if

        if isResuming = 1
            open extend reportFile
            if reportFileStatus is not equal to 00
                display "Error - Could not open catalog load file."
            end-if

            open extend titleConflictFile
            if titleConflictFileStatus is not equal to 00
                open output titleConflictFile
            end-if
            if titleConflictFileStatus is not equal to 00
                move 0 to outputFilesOK
                display "Error - Could not open title conflict file."
            end-if

            if suspenseMode = 1
                open extend suspenseNewFile
                if suspenseNewFileStatus is not equal to 00
                    open output suspenseNewFile
                end-if
                if suspenseNewFileStatus is not equal to 00
                    move 0 to outputFilesOK
                    display "Error - Could not open new suspense file."
                end-if
            end-if

            if outputFilesOK = 1
                perform skipToCheckpoint
            end-if
                display "Error - Could not open catalog load file."
            end-if

            open output titleConflictFile
            if titleConflictFileStatus is not equal to 00
                move 0 to outputFilesOK
                display "Error - Could not open title conflict file."
            else
                perform writeTitleConflictHeading
            end-if

            if suspenseMode = 1
                open output suspenseNewFile
                if suspenseNewFileStatus is not equal to 00
                    move 0 to outputFilesOK
                    display "Error - Could not open new suspense file."
                end-if
            end-if

            move 0 to absoluteRecordCount
        end-if

				end-if
			end-perform

			*> A suspense release credits each record to its own
			*> store; the run as a whole is the suspense file's.
			if suspenseMode = 1
				move "SUSPENSE" to storeIdent
			end-if

			perform writeReportTrailer
			if extractAborted = 1
				move "*** RUN ABORTED - REJECT RATE OVER THRESHOLD ***"
        close reportFile
        close rejectFile
        close catalogLoadFile
        close titleConflictFile
        close priceHoldFile
        if suspenseMode = 1
            close suspenseNewFile
        end-if

        if outputFilesOK = 1
            move 1 to fileProcessed
                end-if
                display "Done."
            end-if
            perform purgeGenerations
        else
            display "Error - Skipped processing due to output file failure."
            move "Could not open an output file"
                to auditOpenFailureReason
            perform writeAuditLogOpenFailure
            move 12 to pendingReturnCode
    move spaces to origLine.

    *> Keep a raw copy of the record as read, for the reject file,
    *> regardless of whether its length turns out to be valid. On a
    *> suspense release the record as the store sent it is inside
    *> the suspense entry, along with whose it is and its layout.
    if suspenseMode = 1
        perform unpackSuspenseRecord
    else
        move isbnLen to lineLen
        perform varying i from 1 by 1 until i > isbnLen
            move str(i) to origLine(i:1)
        end-perform
    end-if.

    *> On the full POS layout only columns 1-17 hold the ISBN; the
    *> rest of the record is quantity, price, title and transaction
    *> code, lifted and checked separately. A bare-layout line is
    *> ISBN end to end, and only ever an add.
    move 1 to fieldsValid.
    move 0 to txnCodeBad.
    move 0 to isWithdrawal.
    if layoutFull = 1
        perform extractFullFields
        if lineLen > 17
            move 17 to isbnScanLen
        else
            move lineLen to isbnScanLen
        end-if
    else
        move lineLen to isbnScanLen
    end-if.

    *> Strip the hyphens and embedded spaces the stores' POS exports

    move 0 to isbnSum.

unpackSuspenseRecord.
    move spaces to suspenseWork.
    perform varying i from 1 by 1 until i > isbnLen or i > 222
        move str(i) to suspenseWork(i:1)
    end-perform.
    move swRaw to origLine.
    move swStore to storeIdent.
    if swLayout = "F"
        move 1 to layoutFull
    else
        move 0 to layoutFull
    end-if.
    move 0 to lineLen.
    perform varying i from 1 by 1 until i > 120
        if swRaw(i:1) is not equal to space
            move i to lineLen
        end-if
    end-perform.

normalizeIsbn.
    *> Copy the record's ISBN columns into normLine, dropping hyphens
    *> and spaces. normLen counts every character kept - a line that
    end-perform.

extractFullFields.
    *> Lift quantity, price, title and transaction code off the full
    *> layout. The two numeric fields get the same treatment the ISBN
    *> does - a failure routes the whole record to the reject file for
    *> the store to fix. A record too short to carry them reads as
    *> spaces here and fails the numeric test the same way. A
    *> withdrawal has no stock to report, so its figures may be left
    *> blank and are carried as zero. A transaction code we don't
    *> know is rejected outright - guessing add or withdraw could
    *> only ever be wrong one way or the other.
    move origLine(18:5) to qtyText.
    move origLine(23:7) to priceText.
    move origLine(30:30) to titleText.
    move origLine(60:1) to txnCode.
    if txnCode = "W" or txnCode = "w"
        move 1 to isWithdrawal
        if qtyText is not numeric
            move zeros to qtyText
        end-if
        if priceText is not numeric
            move zeros to priceText
        end-if
    else
        if txnCode is not equal to space
           and txnCode is not equal to "A"
           and txnCode is not equal to "a"
            move 0 to fieldsValid
            move 1 to txnCodeBad
        end-if
    end-if.
    if qtyText is not numeric
        move 0 to fieldsValid
    end-if.
        end-if
	else
	  if fieldsValid = 0
		if txnCodeBad = 1
			move " incorrect, unknown transaction code" to isbnStatus
		else
			move " incorrect, bad quantity or price" to isbnStatus
		end-if
		add 1 to totalIncorrect
		if replayMode = 0
			move origLine to rejectRecord
		if checkDigit = isbnRemainder
			perform buildCanonicalIsbn
			move canonIsbn to reportCanonIsbn
			if isWithdrawal = 1
				perform checkWithdrawal
			else
				perform checkDuplicate
			end-if
			if isDuplicate = 1 and isTitleConflict = 1
				move " title conflict, held for review" to isbnStatus
				add 1 to totalTitleConflict
				if replayMode = 0
					move origLine to rejectRecord
					write rejectRecord
					perform writeTitleConflict
				end-if
			else
			if isWithdrawal = 1
				perform reportWithdrawal
			else
			if isReinstated = 1
				move " reinstated, withdrawn title restored" to isbnStatus
				add 1 to totalValid
				if replayMode = 0
					perform writeCatalogLoadReinstate
					perform updateHoldings
				end-if
			else
			if isDuplicate = 1
			  if isRestock = 1
				move " restock, quantity/price updated" to isbnStatus
				add 1 to totalRestock
				if replayMode = 0
					perform writeCatalogLoadUpdate
					perform updateHoldings
				end-if
			  else
			  if isPriceHeld = 1
				move " restock held, price swing over tolerance"
					to isbnStatus
				add 1 to totalPriceHeld
				if replayMode = 0
					perform writePriceHold
					move "H" to priceHistoryAction
					perform writePriceHistory
					perform updateHoldings
				end-if
			  else
				move " duplicate, already on catalog" to isbnStatus
				if replayMode = 0
					move origLine to rejectRecord
					write rejectRecord
					perform updateHoldings
				end-if
			  end-if
			  end-if
			else
				perform extractPrefix
				perform lookupPrefix
					move " checksum valid, unknown publisher" to isbnStatus
					add 1 to totalUnknownPublisher
					if replayMode = 0
						perform suspendRecord
					end-if
				else
					move " correct and valid, new to catalog" to isbnStatus
					if replayMode = 0
						perform updateMasterCatalog
						perform writeCatalogLoadRecord
						perform updateHoldings
					end-if
				end-if
			end-if
			end-if
			end-if
			end-if
		else
			move " correct, but not valid" to isbnStatus
			add 1 to totalNotValid
    move 0 to isDuplicate.
    move 0 to dupFromMaster.
    move 0 to isRestock.
    move 0 to isPriceHeld.
    move 0 to isReinstated.
    move 0 to isWithdrawn.
    perform checkSeenTable.
    if isDuplicate = 0 and masterCatalogOK = 1
        move canonIsbn to masterIsbn
        end-read
    end-if.

    *> A full-layout record carries the store's own title for the
    *> book. One that clearly disagrees with the catalog's is not the
    *> same book however the EAN matched - most often a mis-keyed
    *> ISBN that happens to pass the checksum - so it is held out for
    *> review and the catalog entry is not refreshed from it. The
    *> comparison is repeated on a checkpoint replay, where the entry
    *> it ran against is still exactly as the interrupted run left
    *> it, so the replay lands in the same category.
    move 0 to isTitleConflict.
    if dupFromMaster = 1 and layoutFull = 1
        perform compareTitles
    end-if.

    *> Only a duplicate the keyed READ itself found has the master
    *> record buffer positioned for a refresh. A full-layout resend
    *> whose quantity or price moved since the last load is a restock
    *> update, not a duplicate reject - the new figures replace the
    *> catalog's and the record flows downstream as an update. An
    *> entry first inserted off a bare-layout extract has no title
    *> yet; the first full-layout store to send one fills it in. A
    *> restock whose price swung past the tolerance is held instead:
    *> the catalog keeps its figures, and only the action flag and
    *> the last-seen stamp record that the store sent something. A
    *> withdrawn entry is not a duplicate at all: the title is
    *> reinstated with whatever figures the record carries, and goes
    *> downstream as the new title it is again for inventory.
    if dupFromMaster = 1 and replayMode = 0 and isTitleConflict = 0
        if layoutFull = 1 and masterTitle = spaces
            move titleText to masterTitle
        end-if
        move masterQuantity to swingOldQuantity
        move masterPrice to swingOldPrice
        if masterLastAction = "W"
            move 1 to isReinstated
            move 0 to isDuplicate
            move "I" to masterLastAction
            if layoutFull = 1
                move qtyNum to masterQuantity
                move priceNum to masterPrice
                if priceNum is not equal to swingOldPrice
                    move "U" to priceHistoryAction
                    perform writePriceHistory
                end-if
            end-if
        else
        if layoutFull = 1
           and (qtyNum is not equal to masterQuantity
                or priceNum is not equal to masterPrice)
            perform checkPriceSwing
            if isPriceHeld = 1
                move "H" to masterLastAction
            else
                move 1 to isRestock
                move qtyNum to masterQuantity
                move priceNum to masterPrice
                move "U" to masterLastAction
                if priceNum is not equal to swingOldPrice
                    move "U" to priceHistoryAction
                    perform writePriceHistory
                end-if
            end-if
        else
            move "D" to masterLastAction
        end-if
        end-if
        move loadDateStamp to masterLastDate
        move storeIdent to masterStore
        rewrite masterCatalogRecord
    *> record's figures - replays as the restock it was counted as;
    *> its update record is already on the extended load file. A
    *> same-figures resend left "D" behind and replays as the
    *> duplicate it was, so a resumed extract still balances. A
    *> held restock left "H" behind with the catalog's figures
    *> untouched, so one stamped this run and this store whose
    *> figures still differ from the record's replays as held. A
    *> reinstatement left "I" behind and replays as the valid record
    *> it was counted as - once: it goes on the seen table like any
    *> other replayed acceptance.
    if dupFromMaster = 1 and replayMode = 1 and isTitleConflict = 0
        if masterLastAction = "I"
           and masterLastDate = loadDateStamp
           and masterStore = storeIdent
            move 1 to isReinstated
            move 0 to isDuplicate
        end-if
        if layoutFull = 1
           and masterLastAction = "U"
           and masterLastDate = loadDateStamp
           and priceNum = masterPrice
            move 1 to isRestock
        end-if
        if layoutFull = 1
           and masterLastAction = "H"
           and masterLastDate = loadDateStamp
           and masterStore = storeIdent
           and (qtyNum is not equal to masterQuantity
                or priceNum is not equal to masterPrice)
            move 1 to isPriceHeld
        end-if
    end-if.

    if isDuplicate = 0
        perform addToSeenTable
    end-if.

checkWithdrawal.
    *> A withdrawal is keyed straight to the catalog entry it
    *> withdraws; the seen table cannot stand in for it, so with the
    *> catalog unavailable every withdrawal is refused and the store
    *> resends it. The title check guards a mis-keyed EAN exactly as
    *> it does for a restock - withdrawing the wrong book is worse
    *> than refusing the right one. A title already withdrawn is
    *> refused; on a checkpoint replay the entry this run withdrew -
    *> stamped W with this run's date and this store - replays as
    *> the withdrawal it was.
    move 0 to isDuplicate.
    move 0 to dupFromMaster.
    move 0 to isRestock.
    move 0 to isPriceHeld.
    move 0 to isReinstated.
    move 0 to isTitleConflict.
    move 0 to isWithdrawn.
    if masterCatalogOK = 1
        move canonIsbn to masterIsbn
        read masterCatalogFile
            invalid key
                continue
            not invalid key
                move 1 to isDuplicate
                move 1 to dupFromMaster
        end-read
    end-if.
    if dupFromMaster = 1
        perform compareTitles
    end-if.
    if dupFromMaster = 1 and isTitleConflict = 0
        if replayMode = 0
            if masterLastAction is not equal to "W"
                move 1 to isWithdrawn
                move "W" to masterLastAction
                move loadDateStamp to masterLastDate
                move storeIdent to masterStore
                rewrite masterCatalogRecord
            end-if
        else
            if masterLastAction = "W"
               and masterLastDate = loadDateStamp
               and masterStore = storeIdent
                move 1 to isWithdrawn
            end-if
        end-if
    end-if.

reportWithdrawal.
    if isWithdrawn = 1
        move " withdrawn, marked on catalog" to isbnStatus
        add 1 to totalWithdrawn
        if replayMode = 0
            perform writeCatalogLoadWithdrawal
            perform updateHoldings
        end-if
    else
        if dupFromMaster = 1
            move " withdrawal refused, already withdrawn"
                to isbnStatus
        else
            move " withdrawal refused, not on catalog" to isbnStatus
        end-if
        add 1 to totalBadWithdraw
        if replayMode = 0
            move origLine to rejectRecord
            write rejectRecord
        end-if
    end-if.

checkPriceSwing.
    *> The swing is measured against the catalog's price, so a
    *> halving and a doubling both read as large moves.
    move 0 to isPriceHeld.
    move 0 to priceSwingPct.
    if swingTolerancePct > 0 and masterPrice > 0
       and priceNum is not equal to masterPrice
        if priceNum > masterPrice
            compute priceSwingPct =
                (priceNum - masterPrice) * 100 / masterPrice
        else
            compute priceSwingPct =
                (masterPrice - priceNum) * 100 / masterPrice
        end-if
        if priceSwingPct > swingTolerancePct
            move 1 to isPriceHeld
        end-if
    end-if.

compareTitles.
    *> A blank title on either side proves nothing - a bare-layout
    *> insert never had one, and a store may leave it off.
    move 0 to isTitleConflict.
    move titleText to titleWork.
    perform buildTitleKey.
    move titleKey to titleKeySent.
    move titleKeyLen to titleLenSent.
    move masterTitle to titleWork.
    perform buildTitleKey.
    move titleKey to titleKeyCatalog.
    move titleKeyLen to titleLenCatalog.
    if titleLenSent > 0 and titleLenCatalog > 0
       and titleKeySent is not equal to titleKeyCatalog
        move 1 to isTitleConflict
        if titleLenSent < titleLenCatalog
            move titleLenSent to titleShortLen
        else
            move titleLenCatalog to titleShortLen
        end-if
        if titleShortLen >= titleMinPrefix
           and titleKeySent(1:titleShortLen)
               = titleKeyCatalog(1:titleShortLen)
            move 0 to isTitleConflict
        end-if
        if titleLenSent = titleLenCatalog
           and titleLenSent >= titleMinPrefix
            move 0 to titleDiffCount
            perform varying tp from 1 by 1 until tp > titleLenSent
                if titleKeySent(tp:1)
                   is not equal to titleKeyCatalog(tp:1)
                    add 1 to titleDiffCount
                end-if
            end-perform
            if titleDiffCount <= titleMaxDiffs
                move 0 to isTitleConflict
            end-if
        end-if
    end-if.

buildTitleKey.
    *> Letters and digits only, upper case, closed up from the left.
    move function upper-case(titleWork) to titleWork.
    move spaces to titleKey.
    move 0 to titleKeyLen.
    perform varying tp from 1 by 1 until tp > 30
        if (titleWork(tp:1) >= "A" and titleWork(tp:1) <= "Z")
           or titleWork(tp:1) is numeric
            add 1 to titleKeyLen
            move titleWork(tp:1) to titleKey(titleKeyLen:1)
        end-if
    end-perform.

checkSeenTable.
    if seenCount > 0
        perform findSeenSlot
            "status " masterFileStatus ". File left untouched."
    end-if.

openHoldings.
    *> Created by the first run that needs it, and - like the master
    *> catalog - never recreated over an existing file that merely
    *> failed to open. Without it the run goes on; the holdings just
    *> miss tonight's figures, and the warning says so.
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

updateHoldings.
    *> A store's first report of a title opens its holding; every
    *> later one refreshes the figures and the last-reported date. A
    *> withdrawal closes the holding out at zero rather than
    *> removing it, so the history of who carried the title stays;
    *> one for a title the store never reported opens nothing.
    if holdingsOK = 1 and layoutFull = 1
        move storeIdent to hldStore
        move canonIsbn to hldIsbn
        read holdingsFile
            invalid key
                if isWithdrawn = 0
                    move qtyNum to hldQuantity
                    if isPriceHeld = 1
                        move masterPrice to hldPrice
                    else
                        move priceNum to hldPrice
                    end-if
                    move loadDateStamp to hldFirstDate
                    move loadDateStamp to hldLastDate
                    move "A" to hldStatus
                    write holdingsRecord
                end-if
            not invalid key
                move loadDateStamp to hldLastDate
                if isWithdrawn = 1
                    move 0 to hldQuantity
                    move "W" to hldStatus
                else
                    move qtyNum to hldQuantity
                    if isPriceHeld = 0
                        move priceNum to hldPrice
                    end-if
                    move "A" to hldStatus
                end-if
                rewrite holdingsRecord
        end-read
    end-if.

updateMasterCatalog.
    *> First acceptance of this title - insert it on the master
    *> catalog with today as both first- and last-seen date.
        if layoutFull = 1
            move qtyNum to masterQuantity
            move priceNum to masterPrice
            move titleText to masterTitle
        else
            move 0 to masterQuantity
            move 0 to masterPrice
            move spaces to masterTitle
        end-if
        move "N" to masterLastAction
        write masterCatalogRecord
        if layoutFull = 1
            move 0 to swingOldQuantity
            move 0 to swingOldPrice
            move "N" to priceHistoryAction
            perform writePriceHistory
        end-if
    end-if.

openSuspenseFile.
    *> Load the keys already in suspense, then reopen the file to
    *> append this run's. Created on the first run that needs it.
    move 0 to suspenseOK.
    move 0 to suspenseHashCount.
    move spaces to suspenseHashTable.
    move 1 to suspenseEof.
    open input suspenseFile.
    if suspenseFileStatus = 00
        perform until suspenseEof = 0
            read suspenseFile
                at end move 0 to suspenseEof
            end-read
            if suspenseEof is not equal to zero
                move susIsbn to suspenseKeyIsbn
                move susStore to suspenseKeyStore
                perform addSuspenseKey
            end-if
        end-perform
        close suspenseFile
    end-if.
    open extend suspenseFile.
    if suspenseFileStatus is not equal to 00
        open output suspenseFile
    end-if.
    if suspenseFileStatus = 00
        move 1 to suspenseOK
    else
        display "Warning - Could not open suspense file, status "
            suspenseFileStatus ". Unknown publishers go to the "
            "reject file."
    end-if.

suspendRecord.
    *> On a release run a record still unknown carries over to the
    *> new suspense file exactly as it was suspended. Otherwise it
    *> joins the suspense file, unless this store already has the
    *> same EAN waiting there.
    if suspenseMode = 1
        move suspenseWork to suspenseNewRecord
        write suspenseNewRecord
    else
        if suspenseOK = 1
            move canonIsbn to suspenseKeyIsbn
            move storeIdent to suspenseKeyStore
            perform findSuspenseSlot
            if suspenseSlot(suspenseSlotIndex) is not equal to suspenseKey
                move spaces to suspenseRecord
                move storeIdent to susStore
                move fileName to susExtract
                if layoutFull = 1
                    move "F" to susLayout
                else
                    move "B" to susLayout
                end-if
                move canonIsbn to susIsbn
                move loadDateStamp to susDate
                move origLine(1:120) to susRaw
                write suspenseRecord
                perform addSuspenseKey
            end-if
        else
            move origLine to rejectRecord
            write rejectRecord
        end-if
    end-if.

findSuspenseSlot.
    *> Linear probe from the EAN's home slot to the key or the first
    *> empty slot. With the table past its ceiling the probe is cut
    *> short and the key reads as absent.
    move 0 to suspenseKeyNum.
    if suspenseKeyIsbn is numeric
        move suspenseKeyIsbn to suspenseKeyNum
    end-if.
    compute suspenseSlotIndex =
        function mod(suspenseKeyNum, 100003) + 1.
    move 0 to suspenseSlotDone.
    perform until suspenseSlotDone = 1
        if suspenseSlot(suspenseSlotIndex) = spaces
           or suspenseSlot(suspenseSlotIndex) = suspenseKey
            move 1 to suspenseSlotDone
        else
            add 1 to suspenseSlotIndex
            if suspenseSlotIndex > 100003
                move 1 to suspenseSlotIndex
            end-if
        end-if
    end-perform.

addSuspenseKey.
    if suspenseHashCount < 75000
        perform findSuspenseSlot
        if suspenseSlot(suspenseSlotIndex) = spaces
            move suspenseKey to suspenseSlot(suspenseSlotIndex)
            add 1 to suspenseHashCount
        end-if
    else
        if suspenseTableFullWarned = 0
            display "Warning - suspense key table full, repeat "
                "suspensions may be written twice."
            move 1 to suspenseTableFullWarned
        end-if
    end-if.

writeSuspenseAging.
    *> Whatever the release left in suspense, by EAN space and the
    *> first four digits behind it, with its oldest suspense date and
    *> how long it has been waiting.
    move 0 to agingCount.
    move 0 to agingTotal.
    move function current-date(1:8) to agingTodayDate.
    move agingTodayDate to agingDateNum.
    compute agingTodayInteger = function integer-of-date(agingDateNum).
    move 1 to suspenseEof.
    open input suspenseFile.
    if suspenseFileStatus = 00
        perform until suspenseEof = 0
            read suspenseFile
                at end move 0 to suspenseEof
            end-read
            if suspenseEof is not equal to zero
                perform tallySuspenseAging
            end-if
        end-perform
        close suspenseFile
    end-if.
    open output suspenseAgingFile.
    if suspenseAgingFileStatus is not equal to 00
        display "Warning - Could not open suspense aging report."
    else
        move spaces to suspenseAgingRecord
        string "UNKNOWN-PUBLISHER SUSPENSE AGING AS OF " delimited by size
               agingTodayDate delimited by size
               into suspenseAgingRecord
        end-string
        write suspenseAgingRecord
        move "EAN  PREFIX  COUNT  OLDEST      0-7D   8-30D  31-90D"
            & "    >90D" to suspenseAgingRecord
        write suspenseAgingRecord
        perform varying ag from 1 by 1 until ag > agingCount
            move agKey(ag)(1:3) to alEanSpace
            move agKey(ag)(4:4) to alPrefix
            move agCount(ag) to alCount
            move agOldest(ag) to alOldest
            move agBand(ag, 1) to alBand1
            move agBand(ag, 2) to alBand2
            move agBand(ag, 3) to alBand3
            move agBand(ag, 4) to alBand4
            move agingLine to suspenseAgingRecord
            write suspenseAgingRecord
        end-perform
        move spaces to suspenseAgingRecord
        string "TOTAL STILL SUSPENDED: " delimited by size
               agingTotal delimited by size
               into suspenseAgingRecord
        end-string
        write suspenseAgingRecord
        close suspenseAgingFile
    end-if.

tallySuspenseAging.
    add 1 to agingTotal.
    move susIsbn(1:7) to agingKey.
    move 0 to agMatch.
    perform varying ag from 1 by 1 until ag > agingCount
        if agKey(ag) = agingKey
            move ag to agMatch
        end-if
    end-perform.
    if agMatch = 0
        perform insertAgingEntry
    end-if.
    if agMatch > 0
        add 1 to agCount(agMatch)
        if susDate < agOldest(agMatch)
            move susDate to agOldest(agMatch)
        end-if
        move 0 to agingDays
        if susDate is numeric
            move susDate to agingDateNum
            compute agingInteger =
                function integer-of-date(agingDateNum)
            if agingTodayInteger > agingInteger
                compute agingDays = agingTodayInteger - agingInteger
            end-if
        end-if
        if agingDays <= 7
            move 1 to agingBandIndex
        else
            if agingDays <= 30
                move 2 to agingBandIndex
            else
                if agingDays <= 90
                    move 3 to agingBandIndex
                else
                    move 4 to agingBandIndex
                end-if
            end-if
        end-if
        add 1 to agBand(agMatch, agingBandIndex)
    end-if.

insertAgingEntry.
    *> Open a slot at the group's place in key order, so the report
    *> comes out sorted without a sort step.
    if agingCount < 2000
        add 1 to agingCount
        move agingCount to agMatch
        perform varying ag from agingCount by -1 until ag < 2
            if agKey(ag - 1) > agingKey
                move agingEntry(ag - 1) to agingEntry(ag)
                compute agMatch = ag - 1
            else
                move 1 to ag
            end-if
        end-perform
        move agingKey to agKey(agMatch)
        move 0 to agCount(agMatch)
        move "99999999" to agOldest(agMatch)
        move 0 to agBand(agMatch, 1)
        move 0 to agBand(agMatch, 2)
        move 0 to agBand(agMatch, 3)
        move 0 to agBand(agMatch, 4)
    else
        if agingTableFullWarned = 0
            display "Warning - suspense aging table full, some "
                "prefixes are not reported."
            move 1 to agingTableFullWarned
        end-if
    end-if.

openPriceHistory.
    *> Appended across runs; created on the first. A history that
    *> cannot be opened costs the history, not the run.
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
    *> The old figures are the catalog's as they stood before this
    *> record - zero for a title new to the catalog.
    if priceHistoryOK = 1
        move spaces to priceHistoryRecord
        move canonIsbn to prhIsbn
        move loadDateStamp to prhDate
        move storeIdent to prhStore
        move priceHistoryAction to prhAction
        move swingOldQuantity to prhOldQuantity
        move swingOldPrice to prhOldPrice
        move qtyNum to prhNewQuantity
        move priceNum to prhNewPrice
        write priceHistoryRecord
    end-if.

writePriceHold.
    *> The master record buffer still holds the entry as the keyed
    *> READ found it, figures untouched, so the catalog side of the
    *> hold comes straight off it.
    move spaces to priceHoldRecord.
    move "P" to prxStatus.
    move loadDateStamp to prxHeldDate.
    move canonIsbn to prxIsbn.
    move storeIdent to prxStore.
    move masterQuantity to prxOldQuantity.
    move masterPrice to prxOldPrice.
    move qtyNum to prxNewQuantity.
    move priceNum to prxNewPrice.
    move priceSwingPct to prxSwingPct.
    move masterPublisher to prxPublisher.
    if masterTitle = spaces
        move titleText to prxTitle
    else
        move masterTitle to prxTitle
    end-if.
    write priceHoldRecord.

loadPrefixTable.
    *> Load the reference table of recognized registration-group /
    *> publisher prefixes once at startup. If the file is missing an
    if layoutFull = 1
        move qtyNum to clQuantity
        move priceNum to clPrice
        move titleText to clTitle
    else
        move 0 to clQuantity
        move 0 to clPrice
    *> A restock resend flows downstream as an update - same layout
    *> as a new-title record, distinguished by its status code, so
    *> the load job can tell insert from update. Only the full layout
    *> can get here; the figures come straight off the record, the
    *> title off the catalog entry it updates.
    move spaces to catalogLoadRecord.
    move canonIsbn to clIsbn.
    move masterPublisher to clPublisher.
    move "U" to clStatus.
    move qtyNum to clQuantity.
    move priceNum to clPrice.
    move masterTitle to clTitle.
    write catalogLoadRecord.

writeCatalogLoadWithdrawal.
    *> A withdrawal flows downstream under its own status code: no
    *> stock, the catalog's last price and title for reference.
    move spaces to catalogLoadRecord.
    move canonIsbn to clIsbn.
    move masterPublisher to clPublisher.
    move loadDateStamp to clLoadDate.
    move "W" to clStatus.
    move 0 to clQuantity.
    move masterPrice to clPrice.
    move masterTitle to clTitle.
    write catalogLoadRecord.

writeCatalogLoadReinstate.
    *> A reinstated title is new again as far as inventory is
    *> concerned - it was withdrawn there - so it goes down as a "V"
    *> carrying the catalog entry as it now stands.
    move spaces to catalogLoadRecord.
    move canonIsbn to clIsbn.
    move masterPublisher to clPublisher.
    move loadDateStamp to clLoadDate.
    move "V" to clStatus.
    if layoutFull = 1
        move qtyNum to clQuantity
        move priceNum to clPrice
    else
        move 0 to clQuantity
        move 0 to clPrice
    end-if.
    move masterTitle to clTitle.
    write catalogLoadRecord.

writeTitleConflictHeading.
    move spaces to titleConflictRecord.
    move "EAN" to titleConflictRecord(1:3).
    move "DATE" to titleConflictRecord(15:4).
    move "SUBMITTED BY" to titleConflictRecord(24:12).
    move "SUBMITTED TITLE" to titleConflictRecord(55:15).
    move "CATALOG TITLE" to titleConflictRecord(86:13).
    move "CATALOG LAST STORE" to titleConflictRecord(117:18).
    write titleConflictRecord.

writeTitleConflict.
    *> The master record buffer still holds the entry the keyed READ
    *> found - nothing has been rewritten - so the catalog side of the
    *> exception comes straight off it.
    move canonIsbn to tcxIsbn.
    move loadDateStamp to tcxDate.
    move storeIdent to tcxStore.
    move titleText to tcxSentTitle.
    move masterTitle to tcxCatalogTitle.
    move masterStore to tcxCatalogStore.
    move titleConflictLine to titleConflictRecord.
    write titleConflictRecord.

writeReportTrailer.
    move "TOTAL READ:" to trailerLabel.
    move totalRead to trailerCount.
    move trailerLine to reportRecord.
    write reportRecord.

    move "TOTAL TITLE CONFLICT:" to trailerLabel.
    move totalTitleConflict to trailerCount.
    move trailerLine to reportRecord.
    write reportRecord.

    move "TOTAL PRICE HELD:" to trailerLabel.
    move totalPriceHeld to trailerCount.
    move trailerLine to reportRecord.
    write reportRecord.

    move "TOTAL WITHDRAWN:" to trailerLabel.
    move totalWithdrawn to trailerCount.
    move trailerLine to reportRecord.
    write reportRecord.

    move "TOTAL BAD WITHDRAWAL:" to trailerLabel.
    move totalBadWithdraw to trailerCount.
    move trailerLine to reportRecord.
    write reportRecord.

openAuditLog.
    *> The log is appended to across runs. If it doesn't exist yet
    *> OPEN EXTEND fails, so fall back to creating it.
           totalRestock delimited by size
           " UNKNOWNPUB=" delimited by size
           totalUnknownPublisher delimited by size
           " TITLECONFLICT=" delimited by size
           totalTitleConflict delimited by size
           " PRICEHELD=" delimited by size
           totalPriceHeld delimited by size
           " WITHDRAWN=" delimited by size
           totalWithdrawn delimited by size
           " BADWITHDRAW=" delimited by size
           totalBadWithdraw delimited by size
           " STORE=" delimited by size
           function trim(storeIdent) delimited by size
           into auditRecord
    *> Trip the circuit breaker once enough of the file has been seen
    *> to trust the rate. Replayed records on a resume count too - a
    *> rate that high is bad news whichever run read the records.
    *> A price-swing hold is not an error: the record is good and
    *> only waits on merchandising's approval, so a publisher-wide
    *> repricing must not abort the store's whole extract.
    if abortPct > 0 and totalRead >= abortMinRecords
        compute rejectTotal = totalRead - totalValid - totalRestock
            - totalWithdrawn - totalPriceHeld
        if rejectTotal * 100 > totalRead * abortPct
            move 1 to extractAborted
        end-if
    *> stale file from a prior run handed downstream with nothing
    *> cross-checking it. So after the files are closed, recount what
    *> is actually on disk and prove it against every figure that was
    *> written about it: the load record count (new titles, restock
    *> updates and withdrawals), the TOTAL CORRECT AND VALID report
    *> trailer, the VALID= figure on the audit log, and the category
    *> breakdown itself. Any discrepancy holds the load file back
    *> from release.
    move 1 to balanceOK.
    perform recountLoadFile.
    perform rereadReportTrailer.
    perform rereadAuditLog.
    compute balCategorySum = totalValid + totalNotValid
        + totalIncorrect + totalDuplicate + totalRestock
        + totalUnknownPublisher + totalTitleConflict
        + totalPriceHeld + totalWithdrawn + totalBadWithdraw.
    if balLoadCount is not equal to
       totalValid + totalRestock + totalWithdrawn
        move 0 to balanceOK
    end-if.
    if balReportValid is not equal to totalValid

holdLoadFile.
    *> Renaming the load file is the hold: the release procedure
    *> ships <extract>.LOAD.Gnnnn, so a .LOAD.Gnnnn.HOLD never leaves
    *> the site.
    move spaces to holdFileName.
    string function trim(catalogLoadFileName) delimited by size
           ".HOLD" delimited by size
    close restartTempFile.
    call "CBL_RENAME_FILE" using restartTempFileName, restartFileName.

openGeneration.
    *> No control record yet means the extract has never run under
    *> generations: start at 0001 with the default retention.
    initialize generationControl.
    open input generationFile.
    if generationFileStatus = 00
        read generationFile into generationControl
            at end initialize generationControl
        end-read
        close generationFile
    end-if.
    if genCurrent is not numeric
       or genKeepReport is not numeric
       or genKeepReject is not numeric
       or genKeepLoad is not numeric
       or genOldestReport is not numeric
       or genOldestReject is not numeric
       or genOldestLoad is not numeric
        initialize generationControl
    end-if.

    if genKeepReport = 0
        move genDefaultKeep to genKeepReport
    end-if.
    if genKeepReject = 0
        move genDefaultKeep to genKeepReject
    end-if.
    if genKeepLoad = 0
        move genDefaultKeep to genKeepLoad
    end-if.
    if keepReportParm > 0
        move keepReportParm to genKeepReport
    end-if.
    if keepRejectParm > 0
        move keepRejectParm to genKeepReject
    end-if.
    if keepLoadParm > 0
        move keepLoadParm to genKeepLoad
    end-if.

    if isResuming = 0 or genCurrent = 0
        if genCurrent = 9999
            move 1 to genCurrent
        else
            add 1 to genCurrent
        end-if
        move loadDateStamp to genLoadDate
        if genOldestReport = 0
            move genCurrent to genOldestReport
        end-if
        if genOldestReject = 0
            move genCurrent to genOldestReject
        end-if
        if genOldestLoad = 0
            move genCurrent to genOldestLoad
        end-if
    end-if.
    perform writeGenerationAtomic.

    move spaces to reportFileName.
    string function trim(fileName) delimited by size
           ".RPT.G" delimited by size
           genCurrent delimited by size
           into reportFileName
    end-string.

    move spaces to rejectFileName.
    string function trim(fileName) delimited by size
           ".REJ.G" delimited by size
           genCurrent delimited by size
           into rejectFileName
    end-string.

    move spaces to catalogLoadFileName.
    string function trim(fileName) delimited by size
           ".LOAD.G" delimited by size
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
    *> Each kind keeps its own count, so a shop can hold load files
    *> longer than reports. A load generation goes with its manifest
    *> and any hold.
    move spaces to genBaseName.
    string function trim(fileName) delimited by size
           ".RPT" delimited by size
           into genBaseName
    end-string.
    move genKeepReport to genKeep.
    move genOldestReport to genOldest.
    move 0 to genPurgeLoad.
    perform purgeOneKind.
    move genOldest to genOldestReport.

    move spaces to genBaseName.
    string function trim(fileName) delimited by size
           ".REJ" delimited by size
           into genBaseName
    end-string.
    move genKeepReject to genKeep.
    move genOldestReject to genOldest.
    move 0 to genPurgeLoad.
    perform purgeOneKind.
    move genOldest to genOldestReject.

    move spaces to genBaseName.
    string function trim(fileName) delimited by size
           ".LOAD" delimited by size
           into genBaseName
    end-string.
    move genKeepLoad to genKeep.
    move genOldestLoad to genOldest.
    move 1 to genPurgeLoad.
    perform purgeOneKind.
    move genOldest to genOldestLoad.

    perform writeGenerationAtomic.

purgeOneKind.
    *> The span counts the generations from the oldest kept to the
    *> current one inclusive, allowing for the wrap at 9999.
    if genKeep < 1
        move 1 to genKeep
    end-if.
    compute genSpan =
        function mod(genCurrent - genOldest + 9999, 9999) + 1.
    perform until genSpan <= genKeep
        move spaces to genPurgeName
        string function trim(genBaseName) delimited by size
               ".G" delimited by size
               genOldest delimited by size
               into genPurgeName
        end-string
        call "CBL_DELETE_FILE" using genPurgeName
        if genPurgeLoad = 1
            move spaces to genPurgeName
            string function trim(genBaseName) delimited by size
                   ".G" delimited by size
                   genOldest delimited by size
                   ".MAN" delimited by size
                   into genPurgeName
            end-string
            call "CBL_DELETE_FILE" using genPurgeName
            move spaces to genPurgeName
            string function trim(genBaseName) delimited by size
                   ".G" delimited by size
                   genOldest delimited by size
                   ".HOLD" delimited by size
                   into genPurgeName
            end-string
            call "CBL_DELETE_FILE" using genPurgeName
        end-if
        if genOldest = 9999
            move 1 to genOldest
        else
            add 1 to genOldest
        end-if
        subtract 1 from genSpan
    end-perform.

acquireRunLock.
    *> Take the run lock before touching any shared file. A live
    *> lock means another job is mid-flight: leave everything alone
