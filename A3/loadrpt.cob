*> was still a spreadsheet built by hand from forty files. This
*> program reads the .LOAD file (and, separately, the .LOAD.HOLD
*> file - held value should be visible, not mixed in) for every
*> extract named in a control file, along with the .PRICE.LOAD
*> pricerel releases approved price holds on, and writes
*> LOADVAL.RPT: a summary by publisher and by store - titles
*> loaded, restock updates, withdrawals, total units, total value
*> at price - with grand totals and a ranked top-N section for
*> each.
*>
*> Parameters, in any order: CTL=<control file> (required - the
*> same file the driver run reads, ,FULL suffixes and all),
*> TOP=n (how deep the ranked sections go, default 10), and
*> FROM=/TO= bounds on the record load date, so a month can be
*> reported even where a load file spans a cutover, and GEN=n to
*> report generation n of each extract's load instead of the current
*> one (the validation run numbers its outputs <extract>.LOAD.Gnnnn
*> and keeps the current number on <extract>.GEN; an extract with no
*> .GEN is read under its bare file names). pricerel numbers its
*> releases the same way, <extract>.PRICE.LOAD.Gnnnn off
*> <extract>.PRICE.GEN, on a count of its own, so PRICEGEN=n picks
*> the price release separately; it too defaults to the current
*> one. Store identity
*> resolves through STORE.DAT exactly as the validation run does,
*> and falls back to the file name without it.

    organization is line sequential
    file status is catalogLoadFileStatus.

    *> An extract's generation control record, written by the
    *> validation run for its loads and by pricerel for its price
    *> releases.
    select generationFile assign to dynamic generationFileName
    organization is line sequential
    file status is generationFileStatus.

    *> Store master, for codes and names on the store section.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    01 controlRecord pic x(60).

*> The layout the validation run writes: canonical EAN, publisher,
*> load date, status ("V" new title, "U" restock update, "W"
*> withdrawal), quantity, price and title.
fd catalogLoadFile.
    01 catalogLoadRecord.
        02 clIsbn pic x(13).
        02 clStatus pic x(1).
        02 clQuantity pic 9(5).
        02 clPrice pic 9(5)v99.
        02 clTitle pic x(30).

*> Only the current generation number is needed here; the rest of
*> the record is retention bookkeeping, and pricerel's shorter
*> record reads padded.
fd generationFile.
    01 generationRecord.
        02 genCurrent pic 9(4).
        02 genLoadDate pic x(8).
        02 filler pic x(21).

fd storeMasterFile.
    01 storeMasterRecord.
    01 controlFileStatus pic 9(2).
    01 catalogLoadFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 generationFileStatus pic 9(2).
    01 reportFileStatus pic 9(2).

    01 controlEof pic 9 value 1.
    01 loadEof pic 9.
    01 storeMasterEof pic 9 value 1.

    *> CTL=/TOP=/FROM=/TO=/GEN=/PRICEGEN= tokens in any order.
    01 cmdLineParm pic x(100).
    01 parmToken1 pic x(70).
    01 parmToken2 pic x(70).
    01 parmToken3 pic x(70).
    01 parmToken4 pic x(70).
    01 parmToken5 pic x(70).
    01 parmToken6 pic x(70).
    01 optionToken pic x(70).
    01 controlFileName pic x(60).
    01 controlGiven pic 9 value 0.
    01 catalogLoadFileName pic x(70).
    01 holdingFile pic 9.

    *> Generation resolution: 0 requested means the current one.
    01 generationFileName pic x(60).
    01 genRequested pic 9(4) value 0.
    01 priceGenRequested pic 9(4) value 0.
    01 genWanted pic 9(4).
    01 genUsed pic 9(4).
    01 genSuffix pic x(6).

    *> Store master, as the validation run loads it.
    01 storeTableOK pic 9 value 0.
    01 storeTable.
            03 pubName pic x(30).
            03 pubTitles pic 9(7).
            03 pubRestocks pic 9(7).
            03 pubWithdrawals pic 9(7).
            03 pubUnits pic 9(9).
            03 pubValue pic 9(13)v99.
            03 pubHeldUnits pic 9(9).
            03 stIdent pic x(30).
            03 stTitles pic 9(7).
            03 stRestocks pic 9(7).
            03 stWithdrawals pic 9(7).
            03 stUnits pic 9(9).
            03 stValue pic 9(13)v99.
            03 stHeldUnits pic 9(9).
    *> Grand totals, released and held.
    01 grandTitles pic 9(7) value 0.
    01 grandRestocks pic 9(7) value 0.
    01 grandWithdrawals pic 9(7) value 0.
    01 grandUnits pic 9(9) value 0.
    01 grandValue pic 9(13)v99 value 0.
    01 grandHeldUnits pic 9(9) value 0.
        02 filler pic x value space.
        02 rptRestocks pic zzzzzz9.
        02 filler pic x value space.
        02 rptWithdrawals pic zzzzzz9.
        02 filler pic x value space.
        02 rptUnits pic zzzzzzzz9.
        02 filler pic x value space.
        02 rptValue pic zzz,zzz,zzz,zz9.99.
    move spaces to parmToken2.
    move spaces to parmToken3.
    move spaces to parmToken4.
    move spaces to parmToken5.
    move spaces to parmToken6.
    unstring cmdLineParm delimited by all " "
        into parmToken1 parmToken2 parmToken3 parmToken4 parmToken5
             parmToken6
    end-unstring.
    move parmToken1 to optionToken.
    perform parseOptionToken.
    perform parseOptionToken.
    move parmToken4 to optionToken.
    perform parseOptionToken.
    move parmToken5 to optionToken.
    perform parseOptionToken.
    move parmToken6 to optionToken.
    perform parseOptionToken.

parseOptionToken.
    if optionToken(1:4) = "CTL=" or optionToken(1:4) = "ctl="
    if optionToken(1:3) = "TO=" or optionToken(1:3) = "to="
        move optionToken(4:8) to toDate
    end-if.
    if optionToken(1:4) = "GEN=" or optionToken(1:4) = "gen="
        move function numval(optionToken(5:16)) to genRequested
    end-if.
    if optionToken(1:9) = "PRICEGEN=" or optionToken(1:9) = "pricegen="
        move function numval(optionToken(10:11)) to priceGenRequested
    end-if.

loadStoreTable.
    *> Codes and names off the store master, the same degraded-mode

tallyOneExtract.
    *> Each control entry names an extract; its released load and
    *> its held one, when present, are tallied - held separately -
    *> and so is any price-hold release pricerel put out for it.
    move spaces to controlLayoutPart.
    unstring controlRecord delimited by ","
        into fileName controlLayoutPart
    end-unstring.
    perform resolveStoreIdent.
    move spaces to generationFileName.
    string function trim(fileName) delimited by size
           ".GEN" delimited by size
           into generationFileName
    end-string.
    move genRequested to genWanted.
    perform resolveGeneration.

    move 0 to holdingFile.
    move spaces to catalogLoadFileName.
    string function trim(fileName) delimited by size
           ".LOAD" delimited by size
           genSuffix delimited by space
           into catalogLoadFileName
    end-string.
    perform tallyOneLoadFile.
    move 1 to holdingFile.
    move spaces to catalogLoadFileName.
    string function trim(fileName) delimited by size
           ".LOAD" delimited by size
           genSuffix delimited by space
           ".HOLD" delimited by size
           into catalogLoadFileName
    end-string.
    perform tallyOneHoldFile.

    move spaces to generationFileName.
    string function trim(fileName) delimited by size
           ".PRICE.GEN" delimited by size
           into generationFileName
    end-string.
    move priceGenRequested to genWanted.
    perform resolveGeneration.
    move 0 to holdingFile.
    move spaces to catalogLoadFileName.
    string function trim(fileName) delimited by size
           ".PRICE.LOAD" delimited by size
           genSuffix delimited by space
           into catalogLoadFileName
    end-string.
    perform tallyOnePriceLoad.

resolveStoreIdent.
    *> The store code (and name, for the report) when the extract
    *> is on the store master; the file name as ever when not.
        end-if
    end-if.

resolveGeneration.
    *> The generation to report: the one asked for, else the current
    *> one off the control record named in generationFileName. No
    *> control record means the extract predates generations and its
    *> load still sits under the bare name.
    move spaces to genSuffix.
    open input generationFile.
    if generationFileStatus = 00
        read generationFile
            at end move 0 to genCurrent
        end-read
        if genCurrent is numeric and genCurrent > 0
            if genWanted > 0
                move genWanted to genUsed
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

tallyOneLoadFile.
    *> A released load named by the control file but absent from
    *> disk is worth saying - the period's figures are short.
        close catalogLoadFile
    end-if.

tallyOnePriceLoad.
    *> Most nights no price hold is released, so a missing file
    *> is the normal case here too.
    move 1 to loadEof.
    open input catalogLoadFile.
    if catalogLoadFileStatus = 00
        add 1 to filesRead
        perform until loadEof = 0
            read catalogLoadFile
                at end move 0 to loadEof
            end-read
            if loadEof is not equal to zero
                perform tallyOneRecord
            end-if
        end-perform
        close catalogLoadFile
    end-if.

tallyOneRecord.
    if clLoadDate >= fromDate and clLoadDate <= toDate
        compute recordValue = clQuantity * clPrice
            if clStatus = "U"
                add 1 to grandRestocks
            end-if
            if clStatus = "W"
                add 1 to grandWithdrawals
            end-if
            add clQuantity to grandUnits
            add recordValue to grandValue
        else
        if clStatus = "U"
            add 1 to pubRestocks(matchPub)
        end-if
        if clStatus = "W"
            add 1 to pubWithdrawals(matchPub)
        end-if
        add clQuantity to pubUnits(matchPub)
        add recordValue to pubValue(matchPub)
    else
        if clStatus = "U"
            add 1 to stRestocks(matchStore)
        end-if
        if clStatus = "W"
            add 1 to stWithdrawals(matchStore)
        end-if
        add clQuantity to stUnits(matchStore)
        add recordValue to stValue(matchStore)
    else
    move "ALL PUBLISHERS / ALL STORES" to rptName.
    move grandTitles to rptTitles.
    move grandRestocks to rptRestocks.
    move grandWithdrawals to rptWithdrawals.
    move grandUnits to rptUnits.
    move grandValue to rptValue.
    move grandHeldUnits to rptHeldUnits.
    perform writeTopStores.

writeColumnHeader.
    move "                                TITLES RESTOCK WITHDRN" &
         "     UNITS              VALUE HELD-UNIT         HELD-VALUE"
        to reportRecord.
    write reportRecord.

    move pubName(p) to rptName.
    move pubTitles(p) to rptTitles.
    move pubRestocks(p) to rptRestocks.
    move pubWithdrawals(p) to rptWithdrawals.
    move pubUnits(p) to rptUnits.
    move pubValue(p) to rptValue.
    move pubHeldUnits(p) to rptHeldUnits.
    move stIdent(t) to rptName.
    move stTitles(t) to rptTitles.
    move stRestocks(t) to rptRestocks.
    move stWithdrawals(t) to rptWithdrawals.
    move stUnits(t) to rptUnits.
    move stValue(t) to rptValue.
    move stHeldUnits(t) to rptHeldUnits.
