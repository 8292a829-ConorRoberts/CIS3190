*> per invocation, named by the first command-line token:
*>
*>   PRINT  [STORE=x] [PUB=x] [FROM=YYYYMMDD] [TO=YYYYMMDD]
*>          list the catalog, titles included, to CATMNT.RPT,
*>          optionally filtered by
*>          submitting store, publisher (leading match), or a
*>          last-seen date range.
*>   PURGE  CUTOFF=YYYYMMDD
*>          correction changes nothing.
*>   UNLOAD
*>          copy the whole catalog to the sequential MASTER.BAK.
*>   UNLOADOLD LAYOUT=102|89
*>          the same, reading the catalog under the earlier record
*>          layout the operator names - 102 for the record from
*>          before the title was carried, 89 for the original one -
*>          the upgrade-day step before RELOAD when the catalog
*>          predates the current layout. There is no default: the
*>          layout cannot be told from the file itself.
*>   RELOAD
*>          rebuild the indexed file from MASTER.BAK after a
*>          corruption - the backup is the recovery point. Backups
    file status is masterFileStatus.

    *> The same physical catalog under its pre-upgrade 89-byte
    *> record, for UNLOADOLD LAYOUT=89 - the current-layout FD cannot
    *> open a file built before quantity/price and the action flag
    *> existed.
    *> Only one of the catalog FDs is ever open at a time.
    select masterOldFile assign to "MASTER.CAT"
    organization is indexed
    access mode is dynamic
    record key is oldIsbn
    file status is masterOldFileStatus.

    *> And under the 102-byte record it had from the quantity/price
    *> upgrade until the title was added - UNLOADOLD LAYOUT=102.
    select masterPrevFile assign to "MASTER.CAT"
    organization is indexed
    access mode is dynamic
    record key is prevIsbn
    file status is masterPrevFileStatus.

    *> Sequential image of the catalog: written by UNLOAD, read back
    *> by RELOAD.
    select backupFile assign to "MASTER.BAK"
        02 masterQuantity pic 9(5).
        02 masterPrice pic 9(5)v99.
        02 masterLastAction pic x(1).
        02 masterTitle pic x(30).

*> The catalog record as it was before the upgrade widened it.
fd masterOldFile.
        02 oldLastDate pic x(8).
        02 oldStore pic x(30).

*> The catalog record as it was before the title was added.
fd masterPrevFile.
    01 masterPrevRecord.
        02 prevIsbn pic x(13).
        02 prevPublisher pic x(30).
        02 prevFirstDate pic x(8).
        02 prevLastDate pic x(8).
        02 prevStore pic x(30).
        02 prevQuantity pic 9(5).
        02 prevPrice pic 9(5)v99.
        02 prevLastAction pic x(1).

*> The backup record mirrors the catalog record field for field, so
*> RELOAD is a straight move back. Older backups are shorter - the
*> original layout stopped at the store, before quantity/price and
*> the action flag existed, and the next stopped before the title -
*> and read here with the missing columns as spaces; RELOAD converts
*> them, so the one backup format that exists at a site on upgrade
*> day is enough to rebuild from.
fd backupFile.
    01 backupRecord.
        02 bakIsbn pic x(13).
        02 bakQuantity pic 9(5).
        02 bakPrice pic 9(5)v99.
        02 bakLastAction pic x(1).
        02 bakTitle pic x(30).

*> One correction: D (delete) and the 13-digit EAN it applies to.
fd correctionFile.
        02 corIsbn pic x(13).

fd listingFile.
    01 listingRecord pic x(140).

fd auditTrailFile.
    01 auditTrailRecord pic x(200).

working-storage section.


    01 masterFileStatus pic 9(2).
    01 masterOldFileStatus pic 9(2).
    01 masterPrevFileStatus pic 9(2).
    01 backupFileStatus pic 9(2).
    01 correctionFileStatus pic 9(2).
    01 listingFileStatus pic 9(2).
    01 filterFromDate pic x(8) value "00000000".
    01 filterToDate pic x(8) value "99999999".
    01 purgeCutoff pic x(8) value spaces.
    01 unloadLayout pic x(3) value spaces.

    *> Counts for the function's summary and audit line.
    01 recordsSeen pic 9(7) value 0.
    01 auditStamp pic x(24).
    01 auditDetail pic x(100).
    01 recordMatches pic 9.

    *> Every entry PURGE or CORRECT deletes gets a before image and a
    *> dated DELETE line, which catfeed reads to tell the storefront
    *> the title is gone.
    01 deletedIsbn pic x(13).
    01 i pic 9(2).

    01 listingLine.
        02 lstQuantity pic zzzz9.
        02 filler pic x value space.
        02 lstPrice pic zzzz9.99.
        02 filler pic x value space.
        02 lstTitle pic x(30).

    *> The return code the scheduler branches on: 0 = function
    *> completed, 4 = some corrections rejected, 8 = reload hit bad

parseCommandLine.
    *> First token names the function; STORE=/PUB=/FROM=/TO=/CUTOFF=
    *> and LAYOUT= options follow in any order.
    move spaces to functionToken.
    move spaces to parmToken2.
    move spaces to parmToken3.
    if optionToken(1:7) = "CUTOFF=" or optionToken(1:7) = "cutoff="
        move optionToken(8:8) to purgeCutoff
    end-if.
    if optionToken(1:7) = "LAYOUT=" or optionToken(1:7) = "layout="
        move optionToken(8:3) to unloadLayout
    end-if.

printCatalog.
    open input masterCatalogFile.
        else
            move "ISBN          PUBLISHER                      FIR" &
                 "ST-SEEN LAST-SEEN STORE                         " &
                 "         QTY    PRICE TITLE" to listingRecord
            write listingRecord
            perform until catalogEof = 0
                read masterCatalogFile next record
    move masterStore to lstStore.
    move masterQuantity to lstQuantity.
    move masterPrice to lstPrice.
    move masterTitle to lstTitle.
    move listingLine to listingRecord.
    write listingRecord.

purgeCatalog.
    *> Retention trim: everything last seen before the cutoff goes,
    *> each entry onto the trail as it is deleted.
    *> Without a cutoff nothing is deleted - a blank parm must never
    *> empty the catalog.
    if purgeCutoff = spaces or purgeCutoff is not numeric
                if catalogEof is not equal to zero
                    add 1 to recordsSeen
                    if masterLastDate < purgeCutoff
                        move masterIsbn to deletedIsbn
                        perform writeAuditBefore
                        delete masterCatalogFile record
                            invalid key
                                continue
                            not invalid key
                                add 1 to recordsPurged
                                perform writeAuditDeleted
                        end-delete
                    end-if
                end-if
                    invalid key
                        move "delete failed" to corErrorText
                    not invalid key
                        move corIsbn to deletedIsbn
                        perform writeAuditDeleted
                end-delete
        end-read
                    move masterQuantity to bakQuantity
                    move masterPrice to bakPrice
                    move masterLastAction to bakLastAction
                    move masterTitle to bakTitle
                    write backupRecord
                    add 1 to recordsUnloaded
                end-if
    end-if.

unloadOldCatalog.
    *> The one-time upgrade path: read the catalog under an earlier
    *> record and write the same short rows to MASTER.BAK - the
    *> columns that didn't exist yet stay spaces, which is exactly
    *> what reloadOneRecord converts. UNLOADOLD then RELOAD turns an
    *> old-layout catalog into a current one without any pre-upgrade
    *> program surviving on the machine. The operator names the
    *> layout with LAYOUT=102 or LAYOUT=89. It is never guessed: an
    *> indexed open need not check the record length, so a catalog
    *> can open under the wrong layout and unload figures from bytes
    *> that are not there, and a failed open says nothing about the
    *> layout either - it may just be locked or missing.
    if unloadLayout = "102"
        perform unloadPrevCatalog
    else
        if unloadLayout = "89"
            perform unloadOriginalCatalog
        else
            display "Error - UNLOADOLD needs LAYOUT=102 or "
                "LAYOUT=89 to name the catalog's record layout."
            move 12 to runReturnCode
        end-if
    end-if.

unloadPrevCatalog.
    open input masterPrevFile.
    if masterPrevFileStatus is not equal to 00
        display "Error - Could not open master catalog file under "
            "the 102-byte layout, status " masterPrevFileStatus "."
        move 12 to runReturnCode
    else
        open output backupFile
        if backupFileStatus is not equal to 00
            display "Error - Could not open backup file."
            move 12 to runReturnCode
        else
            perform until catalogEof = 0
                read masterPrevFile next record
                    at end move 0 to catalogEof
                end-read
                if catalogEof is not equal to zero
                    move spaces to backupRecord
                    move prevIsbn to bakIsbn
                    move prevPublisher to bakPublisher
                    move prevFirstDate to bakFirstDate
                    move prevLastDate to bakLastDate
                    move prevStore to bakStore
                    move prevQuantity to bakQuantity
                    move prevPrice to bakPrice
                    move prevLastAction to bakLastAction
                    write backupRecord
                    add 1 to recordsUnloaded
                end-if
            end-perform
            close backupFile
            display "Unloaded " recordsUnloaded " 102-byte "
                "catalog entries."
        end-if
        close masterPrevFile
        move "UNLOADOLD " to auditDetail
        perform writeAuditCounts
    end-if.

unloadOriginalCatalog.
    open input masterOldFile.
    if masterOldFileStatus is not equal to 00
        display "Error - Could not open master catalog file under "
            "the 89-byte layout, status " masterOldFileStatus "."
        move 12 to runReturnCode
    else
        open output backupFile
                end-if
            end-perform
            close backupFile
            display "Unloaded " recordsUnloaded " 89-byte "
                "catalog entries."
        end-if
        close masterOldFile
    *> a backup row from before quantity/price existed carries
    *> spaces in those columns and is restored with zeros; a row
    *> from before the action flag existed gets N, which nothing
    *> ever misreads as an applied restock. A row from before the
    *> title existed reloads with a blank one, the same as an entry
    *> a bare-layout store inserted; the next full-layout store to
    *> send the title fills it in. Current-layout rows pass through
    *> untouched.
    move bakIsbn to masterIsbn.
    move bakPublisher to masterPublisher.
    move bakFirstDate to masterFirstDate.
        add 1 to recordsConverted
    end-if.
    if bakLastAction = "N" or bakLastAction = "U"
       or bakLastAction = "D" or bakLastAction = "H"
       or bakLastAction = "X" or bakLastAction = "W"
       or bakLastAction = "I"
        move bakLastAction to masterLastAction
    else
        move "N" to masterLastAction
    end-if.
    move bakTitle to masterTitle.
    write masterCatalogRecord
        invalid key
            add 1 to reloadErrors
           masterLastDate delimited by size
           " STORE=" delimited by size
           function trim(masterStore) delimited by size
           " TITLE=" delimited by size
           function trim(masterTitle) delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.
    move spaces to auditTrailRecord.
    string auditStamp delimited by size
           "DELETE " delimited by size
           deletedIsbn delimited by size
           into auditTrailRecord
    end-string.
    write auditTrailRecord.
