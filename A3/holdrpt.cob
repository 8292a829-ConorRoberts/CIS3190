identification division.
program-id. holdrpt.

*> Network coverage report off the store-by-title holdings file.
*> MASTER.CAT can only say which store touched a title last, so
*> merchandising had no way to see who actually carries what - the
*> question behind every stock transfer, and behind noticing a store
*> that has quietly stopped sending restocks. The validation run now
*> keeps HOLDINGS.DAT, one entry per store and EAN with the quantity
*> and price the store last reported and its first- and last-reported
*> dates. This program reads it and writes COVERAGE.RPT:
*>   - titles carried at only one store, and where;
*>   - titles no store has reported in DAYS=n days (default 30);
*>   - per store, the titles carried, the units on hand, the last
*>     day it reported anything, and how many of its titles have
*>     gone unreported past the threshold.
*> A holding the store withdrew is not carried; a title withdrawn
*> from the catalog altogether is left out of the title sections,
*> nobody being expected to stock it. Every store on the store
*> master gets a line, so one that has never reported shows up as
*> the zero it is.
*>
*> Read-only: the files are opened for input and the run lock is not
*> taken, so the report can be run at any hour without holding up
*> the batch.

environment division.
input-output section.
file-control.

    *> The holdings, read in EAN order on the alternate key so each
    *> title's stores arrive together.
    select holdingsFile assign to "HOLDINGS.DAT"
    organization is indexed
    access mode is dynamic
    record key is hldKey
    alternate record key is hldIsbn with duplicates
    file status is holdingsFileStatus.

    *> The master catalog, for each title's name and whether it has
    *> been withdrawn.
    select masterCatalogFile assign to "MASTER.CAT"
    organization is indexed
    access mode is random
    record key is masterIsbn
    file status is masterFileStatus.

    *> Store master, for codes and names on the store section.
    select storeMasterFile assign to "STORE.DAT"
    organization is line sequential
    file status is storeMasterFileStatus.

    *> The coverage report.
    select reportFile assign to "COVERAGE.RPT"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.

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

fd reportFile.
    01 reportRecord pic x(132).

working-storage section.

    01 holdingsFileStatus pic 9(2).
    01 masterFileStatus pic 9(2).
    01 storeMasterFileStatus pic 9(2).
    01 reportFileStatus pic 9(2).

    01 holdingsEof pic 9 value 1.
    01 storeMasterEof pic 9 value 1.
    01 masterCatalogOK pic 9 value 0.

    01 cmdLineParm pic x(100).
    01 parmToken1 pic x(20).
    01 staleDays pic 9(4) value 30.

    01 todayDate pic x(8).
    01 todayInteger pic 9(7).
    01 dateNum pic 9(8).
    01 dateInteger pic 9(7).
    01 daysSince pic 9(5).

    *> Which section the pass over the holdings is writing: 1 the
    *> single-store titles (and the store tallies, taken once), 2 the
    *> titles gone unreported.
    01 reportPass pic 9.

    *> The title in hand while its holdings are read together.
    01 titleIsbn pic x(13).
    01 titleStores pic 9(5).
    01 titleUnits pic 9(9).
    01 titleLastDate pic x(8).
    01 titleOnlyStore pic x(30).
    01 titleOnlyQuantity pic 9(5).
    01 titleName pic x(30).
    01 titleWithdrawn pic 9.

    *> One tally entry per store: every store on the store master,
    *> seeded up front, plus any unregistered extract identity the
    *> holdings turn up.
    01 storeTallyTable.
        02 stCount pic 9(3) value 0.
        02 stEntry occurs 1 to 500 times
           depending on stCount.
            03 stIdent pic x(30).
            03 stName pic x(30).
            03 stTitles pic 9(7).
            03 stUnits pic 9(9).
            03 stLastDate pic x(8).
            03 stStale pic 9(7).
    01 stTableFullWarned pic 9 value 0.
    01 t pic 9(3).
    01 matchStore pic 9(3).

    01 titlesCovered pic 9(7) value 0.
    01 singleStoreTitles pic 9(7) value 0.
    01 staleTitles pic 9(7) value 0.
    01 withdrawnTitles pic 9(7) value 0.
    01 grandUnits pic 9(9) value 0.

    01 singleLine.
        02 sglIsbn pic x(13).
        02 filler pic x value space.
        02 sglTitle pic x(30).
        02 filler pic x value space.
        02 sglStore pic x(30).
        02 filler pic x value space.
        02 sglQuantity pic zzzz9.
        02 filler pic x(2) value spaces.
        02 sglLastDate pic x(8).

    01 staleLine.
        02 stlIsbn pic x(13).
        02 filler pic x value space.
        02 stlTitle pic x(30).
        02 filler pic x value space.
        02 stlStores pic zzzz9.
        02 filler pic x value space.
        02 stlUnits pic zzzzzzzz9.
        02 filler pic x(2) value spaces.
        02 stlLastDate pic x(8).
        02 filler pic x value space.
        02 stlDays pic zzzz9.

    01 storeLine.
        02 strIdent pic x(30).
        02 filler pic x value space.
        02 strName pic x(30).
        02 filler pic x value space.
        02 strTitles pic zzzzzz9.
        02 filler pic x value space.
        02 strUnits pic zzzzzzzz9.
        02 filler pic x(2) value spaces.
        02 strLastDate pic x(8).
        02 filler pic x value space.
        02 strDays pic zzzz9.
        02 filler pic x value space.
        02 strStale pic zzzzzz9.

    *> The return code the scheduler branches on: 0 = report
    *> written, 12 = the holdings file or the report could not be
    *> opened.
    01 runReturnCode pic 9(2) value 0.

procedure division.
    accept cmdLineParm from command-line.
    perform parseCommandLine.
    move function current-date(1:8) to todayDate.
    move function numval(todayDate) to dateNum.
    move function integer-of-date(dateNum) to todayInteger.

    perform loadStoreTable.
    open input holdingsFile.
    if holdingsFileStatus is not equal to 00
        display "Error - Could not open holdings file."
        move 12 to runReturnCode
    else
        open input masterCatalogFile
        if masterFileStatus = 00
            move 1 to masterCatalogOK
        else
            display "Warning - Could not open master catalog file, "
                "titles are reported without names."
        end-if
        open output reportFile
        if reportFileStatus is not equal to 00
            display "Error - Could not open report file."
            move 12 to runReturnCode
        else
            perform writeReportHeader
            move 1 to reportPass
            perform writeSectionHeader
            perform readHoldingsPass
            move 2 to reportPass
            perform writeSectionHeader
            perform readHoldingsPass
            perform writeStoreSection
            perform writeReportTrailer
            close reportFile
            display "Titles: " titlesCovered
                " Single-store: " singleStoreTitles
                " Unreported: " staleTitles
        end-if
        if masterCatalogOK = 1
            close masterCatalogFile
        end-if
        close holdingsFile
    end-if.
    move runReturnCode to return-code.
stop run.

parseCommandLine.
    move spaces to parmToken1.
    unstring cmdLineParm delimited by all " "
        into parmToken1
    end-unstring.
    if parmToken1(1:5) = "DAYS=" or parmToken1(1:5) = "days="
        move function numval(parmToken1(6:15)) to staleDays
    end-if.

loadStoreTable.
    *> Every store on the store master starts with a zero line. A
    *> missing store master just means stores report by whatever
    *> identity the holdings carry.
    move 0 to stCount.
    move 1 to storeMasterEof.
    open input storeMasterFile.
    if storeMasterFileStatus = 00
        perform until storeMasterEof = 0
            read storeMasterFile
                at end move 0 to storeMasterEof
            end-read
            if storeMasterEof is not equal to zero
               and stCount < 500
                add 1 to stCount
                initialize stEntry(stCount)
                move smfCode to stIdent(stCount)
                move smfName to stName(stCount)
            end-if
        end-perform
        close storeMasterFile
    else
        display "Warning - Could not open store master file, "
            "stores report by their holdings identity."
    end-if.

readHoldingsPass.
    *> One pass in EAN order. A change of EAN closes out the title
    *> before it; the last title is closed out at end of file.
    move 1 to holdingsEof.
    move spaces to titleIsbn.
    move low-values to hldIsbn.
    start holdingsFile key is not less than hldIsbn
        invalid key
            move 0 to holdingsEof
    end-start.
    perform until holdingsEof = 0
        read holdingsFile next record
            at end move 0 to holdingsEof
        end-read
        if holdingsEof is not equal to zero
            if hldIsbn is not equal to titleIsbn
                if titleIsbn is not equal to spaces
                    perform finishTitle
                end-if
                perform startTitle
            end-if
            perform tallyHolding
        end-if
    end-perform.
    if titleIsbn is not equal to spaces
        perform finishTitle
    end-if.

startTitle.
    move hldIsbn to titleIsbn.
    move 0 to titleStores.
    move 0 to titleUnits.
    move spaces to titleLastDate.
    move spaces to titleOnlyStore.
    move 0 to titleOnlyQuantity.

tallyHolding.
    *> Only a holding still carried counts toward the title. The
    *> store tallies are taken on the first pass only.
    if hldStatus = "A"
        add 1 to titleStores
        add hldQuantity to titleUnits
        if hldLastDate > titleLastDate
            move hldLastDate to titleLastDate
        end-if
        move hldStore to titleOnlyStore
        move hldQuantity to titleOnlyQuantity
        if reportPass = 1
            perform findStoreEntry
            if matchStore > 0
                perform tallyStore
            end-if
        end-if
    end-if.

tallyStore.
    add 1 to stTitles(matchStore).
    add hldQuantity to stUnits(matchStore).
    if hldLastDate > stLastDate(matchStore)
        move hldLastDate to stLastDate(matchStore)
    end-if.
    move 0 to dateNum.
    if hldLastDate is numeric
        move hldLastDate to dateNum
    end-if.
    perform computeDaysSince.
    if daysSince > staleDays
        add 1 to stStale(matchStore)
    end-if.

findStoreEntry.
    move 0 to matchStore.
    perform varying t from 1 by 1 until t > stCount
        if stIdent(t) = hldStore
            move t to matchStore
        end-if
    end-perform.
    if matchStore = 0
        if stCount < 500
            add 1 to stCount
            initialize stEntry(stCount)
            move hldStore to stIdent(stCount)
            move stCount to matchStore
        else
            if stTableFullWarned = 0
                display "Warning - store table full, some stores "
                    "are not summarized."
                move 1 to stTableFullWarned
            end-if
        end-if
    end-if.

finishTitle.
    *> A title every store has withdrawn is carried nowhere and
    *> reported nowhere; one the catalog has withdrawn is nobody's
    *> gap to fill.
    if titleStores > 0
        perform lookupTitle
        if titleWithdrawn = 1
            if reportPass = 1
                add 1 to withdrawnTitles
            end-if
        else
            if reportPass = 1
                add 1 to titlesCovered
                add titleUnits to grandUnits
                if titleStores = 1
                    add 1 to singleStoreTitles
                    perform writeSingleLine
                end-if
            else
                move 0 to dateNum
                if titleLastDate is numeric
                    move titleLastDate to dateNum
                end-if
                perform computeDaysSince
                if daysSince > staleDays
                    add 1 to staleTitles
                    perform writeStaleLine
                end-if
            end-if
        end-if
    end-if.

lookupTitle.
    move spaces to titleName.
    move 0 to titleWithdrawn.
    if masterCatalogOK = 1
        move titleIsbn to masterIsbn
        read masterCatalogFile
            invalid key
                continue
            not invalid key
                move masterTitle to titleName
                if masterLastAction = "W"
                    move 1 to titleWithdrawn
                end-if
        end-read
    end-if.

computeDaysSince.
    *> Days from dateNum to today; a blank or garbled date reads as
    *> never reported.
    move 99999 to daysSince.
    if dateNum > 0
        move function integer-of-date(dateNum) to dateInteger
        if todayInteger > dateInteger
            compute daysSince = todayInteger - dateInteger
        else
            move 0 to daysSince
        end-if
    end-if.

writeReportHeader.
    move spaces to reportRecord.
    string "NETWORK COVERAGE AS OF " delimited by size
           todayDate delimited by size
           " UNREPORTED AFTER " delimited by size
           staleDays delimited by size
           " DAYS" delimited by size
           into reportRecord
    end-string.
    write reportRecord.

writeSectionHeader.
    move spaces to reportRecord.
    write reportRecord.
    if reportPass = 1
        move "TITLES CARRIED AT ONE STORE ONLY" to reportRecord
        write reportRecord
        move "EAN           TITLE                          STORE      " &
             "                      QTY  LAST-RPT" to reportRecord
        write reportRecord
    else
        move "TITLES NO STORE HAS REPORTED WITHIN THE THRESHOLD"
            to reportRecord
        write reportRecord
        move "EAN           TITLE                          STORES    " &
             "UNITS  LAST-RPT  DAYS" to reportRecord
        write reportRecord
    end-if.

writeSingleLine.
    move spaces to singleLine.
    move titleIsbn to sglIsbn.
    move titleName to sglTitle.
    move titleOnlyStore to sglStore.
    move titleOnlyQuantity to sglQuantity.
    move titleLastDate to sglLastDate.
    move singleLine to reportRecord.
    write reportRecord.

writeStaleLine.
    move spaces to staleLine.
    move titleIsbn to stlIsbn.
    move titleName to stlTitle.
    move titleStores to stlStores.
    move titleUnits to stlUnits.
    move titleLastDate to stlLastDate.
    move daysSince to stlDays.
    move staleLine to reportRecord.
    write reportRecord.

writeStoreSection.
    move spaces to reportRecord.
    write reportRecord.
    move "TITLES AND UNITS BY STORE" to reportRecord.
    write reportRecord.
    move "STORE                          NAME                        " &
         "    TITLES     UNITS  LAST-RPT  DAYS UNREPTD" to reportRecord.
    write reportRecord.
    perform varying t from 1 by 1 until t > stCount
        perform writeStoreLine
    end-perform.

writeStoreLine.
    move spaces to storeLine.
    move stIdent(t) to strIdent.
    move stName(t) to strName.
    move stTitles(t) to strTitles.
    move stUnits(t) to strUnits.
    move stLastDate(t) to strLastDate.
    move 0 to dateNum.
    if stLastDate(t) is numeric
        move stLastDate(t) to dateNum
    end-if.
    perform computeDaysSince.
    if stTitles(t) = 0
        move "NONE" to strLastDate
        move 0 to strDays
    else
        move daysSince to strDays
    end-if.
    move stStale(t) to strStale.
    move storeLine to reportRecord.
    write reportRecord.

writeReportTrailer.
    move spaces to reportRecord.
    write reportRecord.
    move spaces to reportRecord.
    string "TITLES CARRIED=" delimited by size
           titlesCovered delimited by size
           " SINGLE-STORE=" delimited by size
           singleStoreTitles delimited by size
           " UNREPORTED=" delimited by size
           staleTitles delimited by size
           " WITHDRAWN=" delimited by size
           withdrawnTitles delimited by size
           " UNITS=" delimited by size
           grandUnits delimited by size
           " STORES=" delimited by size
           stCount delimited by size
           into reportRecord
    end-string.
    write reportRecord.
