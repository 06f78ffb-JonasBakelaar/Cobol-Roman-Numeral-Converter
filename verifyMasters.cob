*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: consistency check and rebuild of the
*>                posted-keys master (postedkeys.dat) and the document
*>                master (docmaster.dat). The postings are recomputed
*>                from the retained .out datasets of every file in the
*>                run-history master (oldest first, by the first RUN
*>                HEADER on each dataset), with each row's
*>                reconciliation mismatch taken from the matching .rcn
*>                dataset and reversals ("rev: ") backed out as the
*>                converter backs them out, into work masters
*>                (postedkeys.wrk, docmaster.wrk). The period-to-date
*>                fields are recomputed from each document's latest
*>                period-history snapshot. VERIFY (the default) reports
*>                to verifymasters.prt every posted key whose document
*>                disagrees with the document master and every
*>                difference between the masters and the recomputed
*>                figures. REBUILD reports the same and then replaces
*>                both masters with the work masters; it is refused
*>                when a recorded run's .out dataset is no longer
*>                retained (its postings would be lost) unless FORCE
*>                is given as the second parameter. Run it outside the
*>                converter's batch window.
*>   2026-10-14 - Date postings: "dat: " records replay as type "Y"
*>                postings carrying their yyyymmdd value on the posted
*>                key but nothing on the document's totals, "rvd: "
*>                records back them out, and the documents' earliest
*>                and latest dates are cross-checked and compared with
*>                the recomputed ones.
*>   2026-10-15 - REBUILD opens the work masters before the live ones,
*>                so a work master that cannot be opened leaves the live
*>                masters untouched; a live master that cannot be opened
*>                is reported as incomplete and the rebuild rerun.
*>   2026-10-15 - CONVERT mode: a one-time conversion of posted-keys and
*>                document masters still in the layouts from before
*>                reversals, period close and dates were added. Every
*>                posted key is carried over with no posting stored
*>                (blank record type, numeral and value), so it still
*>                stops a duplicate but cannot be reversed or
*>                corrected; every document keeps its figures, with the
*>                period-to-date figures equal to the accumulated ones
*>                (no period has been closed), no closed period and no
*>                dates. The converted records go through the work
*>                masters and replace the live ones as REBUILD does.

identification division.
program-id. verifyMasters.

environment division.
input-output section.
file-control.
select historyFile assign to "runhistory.dat"
    organization is indexed
    access is dynamic
    record key is historyKey
    file status is historyFileStatus.
select optionsFile assign to "runoptions.dat"
    organization is line sequential
    file status is optionsFileStatus.
select outFile assign to dynamic outInputName
    organization is line sequential
    file status is outInputStatus.
select rcnFile assign to dynamic rcnInputName
    organization is line sequential
    file status is rcnInputStatus.
select postedKeysFile assign to "postedkeys.dat"
    organization is indexed
    access is dynamic
    record key is postedKey
    file status is postedKeysFileStatus.
select docFile assign to "docmaster.dat"
    organization is indexed
    access is dynamic
    record key is docKey
    file status is docMasterFileStatus.
select periodFile assign to "periodhist.dat"
    organization is indexed
    access is dynamic
    record key is periodKey
    file status is periodFileStatus.
select oldPostedFile assign to "postedkeys.dat"
    organization is indexed
    access is sequential
    record key is oldPostedKey
    file status is oldPostedFileStatus.
select oldDocFile assign to "docmaster.dat"
    organization is indexed
    access is sequential
    record key is oldDocKey
    file status is oldDocFileStatus.
select workPostedFile assign to "postedkeys.wrk"
    organization is indexed
    access is dynamic
    record key is workPostedKey
    file status is workPostedFileStatus.
select workDocFile assign to "docmaster.wrk"
    organization is indexed
    access is dynamic
    record key is workDocKey
    file status is workDocFileStatus.
select reportFile assign to "verifymasters.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd historyFile.
01 history-record.
    02 historyKey.
        03 historyFileName pic x(30).
        03 historyTimestamp pic x(21).
    02 historyRowsRead pic 9(6).
    02 historyRowsValid pic 9(6).
    02 historyRowsInvalid pic 9(6).
    02 historyGrandTotal pic S9(12) sign is leading separate.
    02 historyRestartFlag pic x.
    02 historyAbortFlag pic x.

fd optionsFile.
01 options-record pic x(80).

fd outFile.
01 out-record pic x(115).

fd rcnFile.
01 rcn-record pic x(140).

fd postedKeysFile.
01 posted-record.
    02 postedKey.
        03 postedDocumentId pic x(10).
        03 postedLineId pic x(6).
    02 postedTimestamp pic x(21).
    02 postedRecordType pic x.
    02 postedNumeral pic x(60).
    02 postedValue pic S9(8) sign is leading separate.
    02 postedFraction pic 9(2).
    02 postedMismatchFlag pic 9.

fd docFile.
01 document-record.
    02 docKey.
        03 docDocumentId pic x(10).
    02 docAccumulatedTotal pic S9(12) sign is leading separate.
    02 docFractionTwelfths pic 9(2).
    02 docRowCount pic 9(6).
    02 docMismatchCount pic 9(6).
    02 docFirstRun pic x(21).
    02 docLastRun pic x(21).
    02 docPeriodTotal pic S9(12) sign is leading separate.
    02 docPeriodFraction pic 9(2).
    02 docPeriodRows pic S9(6) sign is leading separate.
    02 docPeriodMismatch pic S9(6) sign is leading separate.
    02 docLastClosedPeriod pic x(6).
    02 docEarliestDate pic 9(8).
    02 docLatestDate pic 9(8).

fd periodFile.
01 period-record.
    02 periodKey.
        03 periodId pic x(6).
        03 periodDocumentId pic x(10).
    02 periodRecordType pic x.
    02 periodOpeningTotal pic S9(12) sign is leading separate.
    02 periodOpeningFraction pic 9(2).
    02 periodPostedTotal pic S9(12) sign is leading separate.
    02 periodPostedFraction pic 9(2).
    02 periodPostedRows pic S9(6) sign is leading separate.
    02 periodPostedMismatch pic S9(6) sign is leading separate.
    02 periodClosingTotal pic S9(12) sign is leading separate.
    02 periodClosingFraction pic 9(2).
    02 periodClosingRows pic 9(6).
    02 periodClosingMismatch pic 9(6).
    02 periodClosedAt pic x(21).

fd oldPostedFile.
01 old-posted-record.
    02 oldPostedKey.
        03 oldPostedDocumentId pic x(10).
        03 oldPostedLineId pic x(6).
    02 oldPostedTimestamp pic x(21).

fd oldDocFile.
01 old-document-record.
    02 oldDocKey.
        03 oldDocDocumentId pic x(10).
    02 oldDocAccumulatedTotal pic S9(12) sign is leading separate.
    02 oldDocFractionTwelfths pic 9(2).
    02 oldDocRowCount pic 9(6).
    02 oldDocMismatchCount pic 9(6).
    02 oldDocFirstRun pic x(21).
    02 oldDocLastRun pic x(21).

fd workPostedFile.
01 work-posted-record.
    02 workPostedKey.
        03 workPostedDocumentId pic x(10).
        03 workPostedLineId pic x(6).
    02 workPostedTimestamp pic x(21).
    02 workPostedRecordType pic x.
    02 workPostedNumeral pic x(60).
    02 workPostedValue pic S9(8) sign is leading separate.
    02 workPostedFraction pic 9(2).
    02 workPostedMismatchFlag pic 9.

fd workDocFile.
01 work-document-record.
    02 workDocKey.
        03 workDocDocumentId pic x(10).
    02 workDocAccumulatedTotal pic S9(12) sign is leading separate.
    02 workDocFractionTwelfths pic 9(2).
    02 workDocRowCount pic 9(6).
    02 workDocMismatchCount pic 9(6).
    02 workDocFirstRun pic x(21).
    02 workDocLastRun pic x(21).
    02 workDocPeriodTotal pic S9(12) sign is leading separate.
    02 workDocPeriodFraction pic 9(2).
    02 workDocPeriodRows pic S9(6) sign is leading separate.
    02 workDocPeriodMismatch pic S9(6) sign is leading separate.
    02 workDocLastClosedPeriod pic x(6).
    02 workDocEarliestDate pic 9(8).
    02 workDocLatestDate pic 9(8).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 historyFileStatus pic xx.
77 historyEofSwitch pic 9.
77 optionsFileStatus pic xx.
77 optionsEofSwitch pic 9.
77 optionKeyword pic x(30).
77 optionValue pic x(30).
77 outSuffix pic x(10) value ".out".
77 outInputName pic x(35).
77 outInputStatus pic xx.
77 outEofSwitch pic 9.
77 rcnInputName pic x(35).
77 rcnInputStatus pic xx.
77 rcnEofSwitch pic 9.
77 postedKeysFileStatus pic xx.
77 postedEofSwitch pic 9.
77 docMasterFileStatus pic xx.
77 docEofSwitch pic 9.
77 periodFileStatus pic xx.
77 periodEofSwitch pic 9.
77 workPostedFileStatus pic xx.
77 workPostedEofSwitch pic 9.
77 workDocFileStatus pic xx.
77 workDocEofSwitch pic 9.
77 oldPostedFileStatus pic xx.
77 oldPostedEofSwitch pic 9.
77 oldDocFileStatus pic xx.
77 oldDocEofSwitch pic 9.
77 reportFileStatus pic xx.
77 startupParameter pic x(30).
77 modeParameter pic x(10).
77 forceParameter pic x(10).
77 runTimestamp pic x(21).
77 workMastersBuilt pic 9.
77 realPostedAvailable pic 9.
77 realDocAvailable pic 9.
77 rebuildRefused pic 9.

*>---Retained datasets, oldest first---
01 dataset-table.
    05 datasetEntry occurs 500 times.
        10 dsFileName pic x(30).
        10 dsOutName pic x(35).
        10 dsEarliestHistory pic x(21).
        10 dsFirstRun pic x(21).
        10 dsRetained pic 9.
77 datasetCount pic 9(3) usage is computational.
77 datasetOverflow pic 9(6) usage is computational.
77 datasetIndex pic 9(3) usage is computational.
77 datasetSortNext pic 9(3) usage is computational.
77 datasetSortSwapped pic 9.
01 dataset-swap-entry.
    05 swapFileName pic x(30).
    05 swapOutName pic x(35).
    05 swapEarliestHistory pic x(21).
    05 swapFirstRun pic x(21).
    05 swapRetained pic 9.
77 lastHistoryFileName pic x(30).

*>---Row being replayed from a .out dataset---
77 segmentTimestamp pic x(21).
77 replayRecordType pic x.
77 replayDocumentId pic x(10).
77 replayLineId pic x(6).
77 replayNumeral pic x(60).
77 replayValue pic S9(8) usage is computational.
77 replayFraction pic 9(2).
77 replayMismatch pic 9.
77 replayDocumentValue pic S9(8) usage is computational.
77 replayDocumentDate pic 9(8).
77 replayScanSwitch pic 9.
77 replayEarliestDate pic 9(8).
77 replayLatestDate pic 9(8).
77 rcnLeftOver pic 9(6) usage is computational.

*>---Posted-keys group totals for the cross-check---
77 groupDocumentId pic x(10).
77 groupRows pic 9(6) usage is computational.
77 groupTotal pic S9(12) usage is computational.
77 groupFraction pic 9(4) usage is computational.
77 groupMismatch pic 9(6) usage is computational.
77 groupEarliestDate pic 9(8).
77 groupLatestDate pic 9(8).

*>---Match-merge keys---
77 realDocKey pic x(10).
77 workDocKeyHold pic x(10).
77 realPostedKey pic x(16).
77 workPostedKeyHold pic x(16).

*>---Run counters---
77 datasetsReplayed pic 9(6) usage is computational.
77 datasetsNotRetained pic 9(6) usage is computational.
77 rowsReplayed pic 9(6) usage is computational.
77 reversalsReplayed pic 9(6) usage is computational.
77 replayDuplicates pic 9(6) usage is computational.
77 replayUnmatchedReversals pic 9(6) usage is computational.
77 snapshotsApplied pic 9(6) usage is computational.
77 snapshotsWithoutDocument pic 9(6) usage is computational.
77 crossCheckDifferences pic 9(6) usage is computational.
77 documentDifferences pic 9(6) usage is computational.
77 postedDifferences pic 9(6) usage is computational.
77 postedCopied pic 9(6) usage is computational.
77 documentsCopied pic 9(6) usage is computational.
77 postedConverted pic 9(6) usage is computational.
77 documentsConverted pic 9(6) usage is computational.
77 editCount pic Z(5)9.

*>---Fraction text work area---
77 fractionTail pic x(6).
01 fraction-tail-work.
    05 filler pic x value space.
    05 ftTwelfths pic 9(2).
    05 filler pic x(3) value "/12".

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(35) value "POSTED-KEYS / DOCUMENT MASTER CHECK".
    05 filler pic x(6) value spaces.
    05 filler pic x(6) value "mode: ".
    05 rhMode pic x(10).
    05 filler pic x(5) value "run: ".
    05 rhTimestamp pic x(21).
01 section-line.
    05 filler pic x(3) value "-- ".
    05 slText pic x(70).
01 dataset-line.
    05 filler pic x(4) value spaces.
    05 dlOutName pic x(35).
    05 filler pic x value space.
    05 dlText pic x(90).
01 message-line.
    05 filler pic x(4) value spaces.
    05 mlDocumentId pic x(10).
    05 filler pic x value space.
    05 mlLineId pic x(6).
    05 filler pic x value space.
    05 mlText pic x(100).
01 difference-line.
    05 filler pic x(4) value spaces.
    05 dfDocumentId pic x(10).
    05 filler pic x value space.
    05 dfLineId pic x(6).
    05 filler pic x value space.
    05 dfDescription pic x(20).
    05 dfLeftLabel pic x(12).
    05 dfLeftValue pic -(11)9.
    05 dfLeftFraction pic x(6).
    05 dfRightLabel pic x(13).
    05 dfRightValue pic -(11)9.
    05 dfRightFraction pic x(6).
01 count-line.
    05 filler pic x(4) value spaces.
    05 clLabel pic x(50).
    05 clCount pic Z(5)9.

procedure division.
    accept startupParameter from command-line.
    move spaces to modeParameter.
    move spaces to forceParameter.
    unstring startupParameter delimited by all " "
        into modeParameter forceParameter
    end-unstring.
    move function upper-case(modeParameter) to modeParameter.
    move function upper-case(forceParameter) to forceParameter.
    if modeParameter is equal to spaces
        move "VERIFY" to modeParameter
    end-if.
    if modeParameter is not equal to "VERIFY"
        and modeParameter is not equal to "REBUILD"
        and modeParameter is not equal to "CONVERT"
        display "mode must be VERIFY, REBUILD or CONVERT: "
            function trim(modeParameter)
        move 12 to return-code
    else if modeParameter is equal to "CONVERT"
        perform convertMasters
    else
        perform checkMasters
    end-if.
    stop run.

*>Recomputes the masters from the retained datasets, reports every
*>disagreement, and in REBUILD mode replaces the masters
checkMasters.
    move function current-date to runTimestamp.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open verifymasters.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        move modeParameter to rhMode
        move runTimestamp to rhTimestamp
        write report-record from report-heading-1
        perform loadRunOptions
        perform listRetainedDatasets
        perform buildWorkMasters
        if workMastersBuilt is equal to 1
            perform crossCheckPostedKeys
            perform compareDocumentMasters
            perform comparePostedKeys
            perform writeCheckSummary
            if modeParameter is equal to "REBUILD"
                perform rebuildMasters
            else
                if crossCheckDifferences is greater than zero
                    or documentDifferences is greater than zero
                    or postedDifferences is greater than zero
                    or datasetsNotRetained is greater than zero
                    move 4 to return-code
                end-if
            end-if
        end-if
        close reportFile
        display "report written: verifymasters.prt"
    end-if.

*>Reads the .out suffix the converter names its datasets with
loadRunOptions.
    move 1 to optionsEofSwitch.
    open input optionsFile.
    if optionsFileStatus is equal to "00"
        perform readRunOption
            until optionsEofSwitch is equal to zero
        close optionsFile
    end-if.

*>Reads one keyword=value line, keeping only OUT-SUFFIX
readRunOption.
    read optionsFile
        at end move zero to optionsEofSwitch
    end-read.
    if optionsEofSwitch is not equal to zero
        and options-record is not equal to spaces
        and options-record(1:1) is not equal to "*"
        move spaces to optionKeyword
        move spaces to optionValue
        unstring options-record delimited by "="
            into optionKeyword optionValue
        end-unstring
        if optionKeyword is equal to "OUT-SUFFIX"
            move function trim(optionValue) to outSuffix
        end-if
    end-if.

*>---Finding the retained datasets---

*>Lists every file in the run-history master with its .out dataset,
*>notes the first run each dataset still holds, and puts them in
*>chronological order
listRetainedDatasets.
    move 0 to datasetCount.
    move 0 to datasetOverflow.
    move spaces to lastHistoryFileName.
    move "retained .out datasets, in replay order" to slText.
    write report-record from section-line.
    open input historyFile.
    if historyFileStatus is not equal to "00"
        move "no run-history master, nothing to replay" to slText
        write report-record from section-line
    else
        move 1 to historyEofSwitch
        perform readHistoryEntry
            until historyEofSwitch is equal to zero
        close historyFile
        if datasetOverflow is greater than zero
            move "files beyond the dataset table, not replayed:"
                to clLabel
            move datasetOverflow to clCount
            write report-record from count-line
            add datasetOverflow to datasetsNotRetained
        end-if
        move 1 to datasetIndex
        perform findFirstRun
            until datasetIndex is greater than datasetCount
        move 1 to datasetSortSwapped
        perform sortDatasetPass
            until datasetSortSwapped is equal to zero
        move 1 to datasetIndex
        perform reportDataset
            until datasetIndex is greater than datasetCount
    end-if.

*>Reads one run-history record; the master is in file-name order, so
*>a change of name starts a new dataset entry
readHistoryEntry.
    read historyFile next record
        at end move zero to historyEofSwitch
    end-read.
    if historyEofSwitch is not equal to zero
        and historyFileName is not equal to lastHistoryFileName
        move historyFileName to lastHistoryFileName
        if datasetCount is less than 500
            add 1 to datasetCount
            move historyFileName to dsFileName(datasetCount)
            move spaces to dsOutName(datasetCount)
            string function trim(historyFileName) delimited by size
                  function trim(outSuffix) delimited by size
                  into dsOutName(datasetCount)
            move historyTimestamp to dsEarliestHistory(datasetCount)
            move spaces to dsFirstRun(datasetCount)
            move 0 to dsRetained(datasetCount)
        else
            add 1 to datasetOverflow
        end-if
    end-if.

*>Opens one dataset for the timestamp of the first RUN HEADER it holds
findFirstRun.
    move dsOutName(datasetIndex) to outInputName.
    open input outFile.
    if outInputStatus is equal to "00"
        move 1 to outEofSwitch
        perform readFirstRunHeader
            until outEofSwitch is equal to zero
        close outFile
        if dsFirstRun(datasetIndex) is not equal to spaces
            move 1 to dsRetained(datasetIndex)
        end-if
    end-if.
    add 1 to datasetIndex.

*>Reads records up to the first run header
readFirstRunHeader.
    read outFile
        at end move zero to outEofSwitch
    end-read.
    if outEofSwitch is not equal to zero
        and out-record(1:12) is equal to "RUN HEADER: "
        move out-record(62:21) to dsFirstRun(datasetIndex)
        move zero to outEofSwitch
    end-if.

*>One bubble pass over the dataset table on first-run timestamp;
*>datasets that are gone sort to the front and are skipped
sortDatasetPass.
    move 0 to datasetSortSwapped.
    move 1 to datasetIndex.
    perform sortDatasetCompare
        until datasetIndex is greater than or equal to datasetCount.

*>Compares one adjacent pair of dataset entries, swapping when out of
*>order
sortDatasetCompare.
    compute datasetSortNext = datasetIndex + 1.
    if dsFirstRun(datasetIndex) is greater than
            dsFirstRun(datasetSortNext)
        move datasetEntry(datasetIndex) to dataset-swap-entry
        move datasetEntry(datasetSortNext) to datasetEntry(datasetIndex)
        move dataset-swap-entry to datasetEntry(datasetSortNext)
        move 1 to datasetSortSwapped
    end-if.
    add 1 to datasetIndex.

*>Lists one dataset: gone, holding fewer runs than were recorded, or
*>complete
reportDataset.
    move dsOutName(datasetIndex) to dlOutName.
    move spaces to dlText.
    if dsRetained(datasetIndex) is equal to 0
        string "not retained - runs from " delimited by size
              dsEarliestHistory(datasetIndex) delimited by size
              " on cannot be replayed" delimited by size
              into dlText
        add 1 to datasetsNotRetained
    else if dsEarliestHistory(datasetIndex) is less than
            dsFirstRun(datasetIndex)
        string "runs before " delimited by size
              dsFirstRun(datasetIndex) delimited by size
              " were overwritten, first recorded " delimited by size
              dsEarliestHistory(datasetIndex) delimited by size
              into dlText
        add 1 to datasetsNotRetained
    else
        string "first run " delimited by size
              dsFirstRun(datasetIndex) delimited by size
              into dlText
    end-if.
    write report-record from dataset-line.
    add 1 to datasetIndex.

*>---Rebuilding the work masters---

*>Creates empty work masters and replays every retained dataset into
*>them, then applies the period-history snapshots
buildWorkMasters.
    move 0 to workMastersBuilt.
    open output workPostedFile.
    close workPostedFile.
    open i-o workPostedFile.
    open output workDocFile.
    close workDocFile.
    open i-o workDocFile.
    if workPostedFileStatus is not equal to "00"
        or workDocFileStatus is not equal to "00"
        display "unable to create work masters (status "
            workPostedFileStatus "/" workDocFileStatus ")"
        move 12 to return-code
    else
        move 1 to workMastersBuilt
        move "replay of the retained datasets" to slText
        write report-record from section-line
        move 1 to datasetIndex
        perform replayDataset
            until datasetIndex is greater than datasetCount
        perform applyPeriodSnapshots
        close workPostedFile
        close workDocFile
    end-if.

*>Replays one retained .out dataset, taking mismatch flags from its
*>.rcn dataset in step
replayDataset.
    if dsRetained(datasetIndex) is equal to 1
        move dsOutName(datasetIndex) to outInputName
        open input outFile
        if outInputStatus is equal to "00"
            perform replayOutDataset
        else
            move outInputName to dlOutName
            move spaces to dlText
            string "could not be reopened for replay (status "
                      delimited by size
                  outInputStatus delimited by size
                  ")" delimited by size
                  into dlText
            write report-record from dataset-line
            add 1 to datasetsNotRetained
        end-if
    end-if.
    add 1 to datasetIndex.

*>Replays the open .out dataset record by record
replayOutDataset.
    move spaces to rcnInputName.
    string function trim(dsFileName(datasetIndex)) delimited by size
          ".rcn" delimited by size
          into rcnInputName.
    open input rcnFile.
    move 1 to rcnEofSwitch.
    if rcnInputStatus is equal to "00"
        perform readReconcileRecord
    else
        move 0 to rcnEofSwitch
        move outInputName to dlOutName
        move "no .rcn dataset, mismatch flags taken as zero"
            to dlText
        write report-record from dataset-line
    end-if.
    move spaces to segmentTimestamp.
    move 1 to outEofSwitch.
    perform replayOutRecord
        until outEofSwitch is equal to zero.
    close outFile.
    if rcnInputStatus is equal to "00"
        move 0 to rcnLeftOver
        perform countLeftOverReconcile
            until rcnEofSwitch is equal to zero
        close rcnFile
        if rcnLeftOver is greater than zero
            move outInputName to dlOutName
            move rcnLeftOver to editCount
            move spaces to dlText
            string "reconciliation records not matched to a "
                      delimited by size
                  "posting: " delimited by size
                  editCount delimited by size
                  into dlText
            write report-record from dataset-line
        end-if
    end-if.
    add 1 to datasetsReplayed.

*>Reads the next .rcn record
readReconcileRecord.
    read rcnFile
        at end move zero to rcnEofSwitch
    end-read.

*>Counts the .rcn records no posting claimed
countLeftOverReconcile.
    add 1 to rcnLeftOver.
    perform readReconcileRecord.

*>Replays one .out record: a run header sets the posting timestamp,
*>"doc: ", "arc: " and "dat: " records post and "rev: " and "rvd: "
*>records back out
replayOutRecord.
    read outFile
        at end move zero to outEofSwitch
    end-read.
    if outEofSwitch is not equal to zero
        perform classifyReplayRecord
    end-if.

*>Works out which converter record shape this is and pulls the key,
*>numeral, value and fraction from the fixed columns that shape uses
classifyReplayRecord.
    if out-record(1:12) is equal to "RUN HEADER: "
        move out-record(62:21) to segmentTimestamp
    else if out-record(1:5) is equal to "doc: "
        move "T" to replayRecordType
        move out-record(6:10) to replayDocumentId
        move out-record(23:6) to replayLineId
        move out-record(39:30) to replayNumeral
        move function numval(out-record(72:8)) to replayValue
        move 0 to replayFraction
        perform replayPosting
    else if out-record(1:5) is equal to "arc: "
        move "E" to replayRecordType
        move out-record(6:10) to replayDocumentId
        move out-record(23:6) to replayLineId
        move out-record(39:60) to replayNumeral
        move function numval(out-record(102:8)) to replayValue
        move 0 to replayFraction
        if out-record(113:3) is equal to "/12"
            and out-record(111:2) is numeric
            move out-record(111:2) to replayFraction
        end-if
        perform replayPosting
    else if out-record(1:5) is equal to "dat: "
        move "Y" to replayRecordType
        move out-record(6:10) to replayDocumentId
        move out-record(23:6) to replayLineId
        move out-record(39:30) to replayNumeral
        perform replayDateValue
        move 0 to replayFraction
        perform replayPosting
    else if out-record(1:5) is equal to "rev: "
        or out-record(1:5) is equal to "rvd: "
        move out-record(6:10) to replayDocumentId
        move out-record(23:6) to replayLineId
        perform replayReversal
    end-if.

*>Turns the ISO date of a "dat: " record (yyyy, yyyy-mm or
*>yyyy-mm-dd) back into the yyyymmdd value the converter posted
replayDateValue.
    compute replayValue = function numval(out-record(72:4)) * 10000.
    if out-record(76:1) is equal to "-"
        compute replayValue = replayValue
            + function numval(out-record(77:2)) * 100
    end-if.
    if out-record(79:1) is equal to "-"
        compute replayValue = replayValue
            + function numval(out-record(80:2))
    end-if.

*>Posts one replayed row to the work masters; the next .rcn record
*>belongs to it when it carries the same key. A key already posted
*>would have been diverted to .dup by a run with a working posted-keys
*>master, so it is reported and not posted again
replayPosting.
    move 0 to replayMismatch.
    if rcnEofSwitch is not equal to zero
        and rcn-record(6:10) is equal to replayDocumentId
        and rcn-record(23:6) is equal to replayLineId
        move 1 to replayMismatch
        perform readReconcileRecord
    end-if.
    move replayDocumentId to workPostedDocumentId.
    move replayLineId to workPostedLineId.
    read workPostedFile
        invalid key
            move segmentTimestamp to workPostedTimestamp
            move replayRecordType to workPostedRecordType
            move replayNumeral to workPostedNumeral
            move replayValue to workPostedValue
            move replayFraction to workPostedFraction
            move replayMismatch to workPostedMismatchFlag
            write work-posted-record
            end-write
            add 1 to rowsReplayed
            perform replayDocumentPosting
        not invalid key
            add 1 to replayDuplicates
            move replayDocumentId to mlDocumentId
            move replayLineId to mlLineId
            move spaces to mlText
            string "posted twice, second posting in " delimited by size
                  outInputName delimited by size
                  " not counted" delimited by size
                  into mlText
            write report-record from message-line
            end-write
    end-read.

*>Rolls one replayed posting into its work document record, the way
*>the converter rolls a posting into the document master; a date adds
*>a row but no value, and widens the document's date span
replayDocumentPosting.
    if replayRecordType is equal to "Y"
        move 0 to replayDocumentValue
        move replayValue to replayDocumentDate
    else
        move replayValue to replayDocumentValue
        move 0 to replayDocumentDate
    end-if.
    move replayDocumentId to workDocDocumentId.
    read workDocFile
        invalid key
            move replayDocumentValue to workDocAccumulatedTotal
            move replayFraction to workDocFractionTwelfths
            move 1 to workDocRowCount
            move replayMismatch to workDocMismatchCount
            move segmentTimestamp to workDocFirstRun
            move segmentTimestamp to workDocLastRun
            move replayDocumentValue to workDocPeriodTotal
            move replayFraction to workDocPeriodFraction
            move 1 to workDocPeriodRows
            move replayMismatch to workDocPeriodMismatch
            move spaces to workDocLastClosedPeriod
            move replayDocumentDate to workDocEarliestDate
            move replayDocumentDate to workDocLatestDate
            write work-document-record
            end-write
        not invalid key
            add replayDocumentValue to workDocAccumulatedTotal
            add replayFraction to workDocFractionTwelfths
            if workDocFractionTwelfths is greater than 11
                subtract 12 from workDocFractionTwelfths
                add 1 to workDocAccumulatedTotal
            end-if
            add 1 to workDocRowCount
            add replayMismatch to workDocMismatchCount
            move segmentTimestamp to workDocLastRun
            add replayDocumentValue to workDocPeriodTotal
            add replayFraction to workDocPeriodFraction
            if workDocPeriodFraction is greater than 11
                subtract 12 from workDocPeriodFraction
                add 1 to workDocPeriodTotal
            end-if
            add 1 to workDocPeriodRows
            add replayMismatch to workDocPeriodMismatch
            if replayDocumentDate is greater than zero
                perform mergeReplayDate
            end-if
            rewrite work-document-record
    end-read.

*>Widens the work document's earliest/latest date span to take in
*>the date just replayed
mergeReplayDate.
    if workDocEarliestDate is equal to zero
        or replayDocumentDate is less than workDocEarliestDate
        move replayDocumentDate to workDocEarliestDate
    end-if.
    if replayDocumentDate is greater than workDocLatestDate
        move replayDocumentDate to workDocLatestDate
    end-if.

*>Backs one replayed reversal out of the work masters; a reversal of
*>a key no retained dataset posted is reported
replayReversal.
    move replayDocumentId to workPostedDocumentId.
    move replayLineId to workPostedLineId.
    read workPostedFile
        invalid key
            add 1 to replayUnmatchedReversals
            move replayDocumentId to mlDocumentId
            move replayLineId to mlLineId
            move spaces to mlText
            string "reversal in " delimited by size
                  outInputName delimited by size
                  " of a key no retained dataset posted"
                      delimited by size
                  into mlText
            write report-record from message-line
            end-write
        not invalid key
            add 1 to reversalsReplayed
            move workPostedRecordType to replayRecordType
            move workPostedValue to replayValue
            move workPostedFraction to replayFraction
            move workPostedMismatchFlag to replayMismatch
            delete workPostedFile record
            perform replayDocumentReversal
    end-read.

*>Takes one reversed posting off its work document record; a reversed
*>date takes a row off but no value, and the document's date span is
*>found again from the date postings left on the work master
replayDocumentReversal.
    if replayRecordType is equal to "Y"
        move 0 to replayDocumentValue
        perform findReplayDates
    else
        move replayValue to replayDocumentValue
    end-if.
    move replayDocumentId to workDocDocumentId.
    read workDocFile
        invalid key
            continue
        not invalid key
            subtract replayDocumentValue from workDocAccumulatedTotal
            if replayFraction is greater than workDocFractionTwelfths
                add 12 to workDocFractionTwelfths
                subtract 1 from workDocAccumulatedTotal
            end-if
            subtract replayFraction from workDocFractionTwelfths
            if workDocRowCount is greater than zero
                subtract 1 from workDocRowCount
            end-if
            if workDocMismatchCount is greater than or equal to
                    replayMismatch
                subtract replayMismatch from workDocMismatchCount
            end-if
            subtract replayDocumentValue from workDocPeriodTotal
            if replayFraction is greater than workDocPeriodFraction
                add 12 to workDocPeriodFraction
                subtract 1 from workDocPeriodTotal
            end-if
            subtract replayFraction from workDocPeriodFraction
            subtract 1 from workDocPeriodRows
            subtract replayMismatch from workDocPeriodMismatch
            if replayRecordType is equal to "Y"
                move replayEarliestDate to workDocEarliestDate
                move replayLatestDate to workDocLatestDate
            end-if
            move segmentTimestamp to workDocLastRun
            rewrite work-document-record
    end-read.

*>Reads the document's postings on the work posted-keys master for the
*>earliest and latest date among its date postings (zero when none)
findReplayDates.
    move 0 to replayEarliestDate.
    move 0 to replayLatestDate.
    move replayDocumentId to workPostedDocumentId.
    move low-values to workPostedLineId.
    move 1 to replayScanSwitch.
    start workPostedFile key is not less than workPostedKey
        invalid key move 0 to replayScanSwitch
    end-start.
    perform scanReplayDate
        until replayScanSwitch is equal to zero.

*>Reads the next work posting, stopping at the end of the document
scanReplayDate.
    read workPostedFile next record
        at end move 0 to replayScanSwitch
    end-read.
    if replayScanSwitch is not equal to zero
        and workPostedDocumentId is not equal to replayDocumentId
        move 0 to replayScanSwitch
    end-if.
    if replayScanSwitch is not equal to zero
        and workPostedRecordType is equal to "Y"
        if replayEarliestDate is equal to zero
            or workPostedValue is less than replayEarliestDate
            move workPostedValue to replayEarliestDate
        end-if
        if workPostedValue is greater than replayLatestDate
            move workPostedValue to replayLatestDate
        end-if
    end-if.

*>Recomputes each document's period-to-date fields from its latest
*>period-history snapshot: what it has posted since that close is its
*>running total less the snapshot's closing balance
applyPeriodSnapshots.
    open input periodFile.
    if periodFileStatus is equal to "00"
        move low-values to periodKey
        move 1 to periodEofSwitch
        start periodFile key is not less than periodKey
            invalid key move 0 to periodEofSwitch
        end-start
        perform applyPeriodSnapshot
            until periodEofSwitch is equal to zero
        close periodFile
    end-if.

*>Applies one document snapshot; the period-totals control records
*>carry no document and are passed over. Periods come in key order, so
*>the latest close a document took part in is the one left standing
applyPeriodSnapshot.
    read periodFile next record
        at end move zero to periodEofSwitch
    end-read.
    if periodEofSwitch is not equal to zero
        and periodRecordType is equal to "D"
        move periodDocumentId to workDocDocumentId
        read workDocFile
            invalid key
                add 1 to snapshotsWithoutDocument
            not invalid key
                add 1 to snapshotsApplied
                move periodId to workDocLastClosedPeriod
                compute workDocPeriodTotal = workDocAccumulatedTotal
                    - periodClosingTotal
                if periodClosingFraction is greater than
                        workDocFractionTwelfths
                    compute workDocPeriodFraction =
                        workDocFractionTwelfths + 12
                        - periodClosingFraction
                    subtract 1 from workDocPeriodTotal
                else
                    compute workDocPeriodFraction =
                        workDocFractionTwelfths - periodClosingFraction
                end-if
                compute workDocPeriodRows = workDocRowCount
                    - periodClosingRows
                compute workDocPeriodMismatch = workDocMismatchCount
                    - periodClosingMismatch
                rewrite work-document-record
        end-read
    end-if.

*>---Cross-check of the live masters against each other---

*>Totals the posted keys of each document and compares them with the
*>document's master record, then looks for documents with rows but no
*>posted keys
crossCheckPostedKeys.
    move "posted keys against the document master" to slText.
    write report-record from section-line.
    move 0 to realPostedAvailable.
    move 0 to realDocAvailable.
    open input postedKeysFile.
    if postedKeysFileStatus is equal to "00"
        move 1 to realPostedAvailable
    else
        move spaces to mlText
        string "postedkeys.dat cannot be opened (status "
                  delimited by size
              postedKeysFileStatus delimited by size
              ")" delimited by size
              into mlText
        perform writeCrossCheckMessage
    end-if.
    open input docFile.
    if docMasterFileStatus is equal to "00"
        move 1 to realDocAvailable
    else
        move spaces to mlText
        string "docmaster.dat cannot be opened (status "
                  delimited by size
              docMasterFileStatus delimited by size
              ")" delimited by size
              into mlText
        perform writeCrossCheckMessage
    end-if.
    if realPostedAvailable is equal to 1
        and realDocAvailable is equal to 1
        move spaces to groupDocumentId
        move 0 to groupRows
        move low-values to postedKey
        move 1 to postedEofSwitch
        start postedKeysFile key is not less than postedKey
            invalid key move 0 to postedEofSwitch
        end-start
        perform crossCheckPostedRecord
            until postedEofSwitch is equal to zero
        move low-values to docKey
        move 1 to docEofSwitch
        start docFile key is not less than docKey
            invalid key move 0 to docEofSwitch
        end-start
        perform crossCheckDocumentRecord
            until docEofSwitch is equal to zero
    end-if.
    if realPostedAvailable is equal to 1
        close postedKeysFile
    end-if.
    if realDocAvailable is equal to 1
        close docFile
    end-if.

*>Reads the next posted key; a change of document closes the group
*>just totalled
crossCheckPostedRecord.
    read postedKeysFile next record
        at end move zero to postedEofSwitch
    end-read.
    if postedEofSwitch is equal to zero
        or postedDocumentId is not equal to groupDocumentId
        if groupRows is greater than zero
            perform compareGroupWithDocument
        end-if
        move postedDocumentId to groupDocumentId
        move 0 to groupRows
        move 0 to groupTotal
        move 0 to groupFraction
        move 0 to groupMismatch
        move 0 to groupEarliestDate
        move 0 to groupLatestDate
    end-if.
    if postedEofSwitch is not equal to zero
        add 1 to groupRows
        add postedMismatchFlag to groupMismatch
        if postedRecordType is equal to "Y"
            perform mergeGroupDate
        else
            add postedValue to groupTotal
            add postedFraction to groupFraction
            if groupFraction is greater than 11
                subtract 12 from groupFraction
                add 1 to groupTotal
            end-if
        end-if
    end-if.

*>Widens the group's earliest/latest date span to take in a date
*>posting; a date's value is its yyyymmdd, not an amount
mergeGroupDate.
    if groupEarliestDate is equal to zero
        or postedValue is less than groupEarliestDate
        move postedValue to groupEarliestDate
    end-if.
    if postedValue is greater than groupLatestDate
        move postedValue to groupLatestDate
    end-if.

*>Compares one document's posted-key totals with its master record
compareGroupWithDocument.
    move groupDocumentId to docDocumentId.
    read docFile
        invalid key
            move groupDocumentId to mlDocumentId
            move spaces to mlLineId
            move "has posted keys but no document master record"
                to mlText
            perform writeCrossCheckLine
        not invalid key
            move groupDocumentId to dfDocumentId
            move spaces to dfLineId
            move " posted keys:" to dfRightLabel
            if docRowCount is not equal to groupRows
                move "rows" to dfDescription
                move docRowCount to dfLeftValue
                move spaces to dfLeftFraction
                move groupRows to dfRightValue
                move spaces to dfRightFraction
                perform writeCrossCheckDifference
            end-if
            if docAccumulatedTotal is not equal to groupTotal
                or docFractionTwelfths is not equal to groupFraction
                move "total" to dfDescription
                move docAccumulatedTotal to dfLeftValue
                move docFractionTwelfths to ftTwelfths
                perform buildFractionTail
                move fractionTail to dfLeftFraction
                move groupTotal to dfRightValue
                move groupFraction to ftTwelfths
                perform buildFractionTail
                move fractionTail to dfRightFraction
                perform writeCrossCheckDifference
            end-if
            if docMismatchCount is not equal to groupMismatch
                move "mismatches" to dfDescription
                move docMismatchCount to dfLeftValue
                move spaces to dfLeftFraction
                move groupMismatch to dfRightValue
                move spaces to dfRightFraction
                perform writeCrossCheckDifference
            end-if
            if docEarliestDate is not equal to groupEarliestDate
                move "earliest date" to dfDescription
                move docEarliestDate to dfLeftValue
                move spaces to dfLeftFraction
                move groupEarliestDate to dfRightValue
                move spaces to dfRightFraction
                perform writeCrossCheckDifference
            end-if
            if docLatestDate is not equal to groupLatestDate
                move "latest date" to dfDescription
                move docLatestDate to dfLeftValue
                move spaces to dfLeftFraction
                move groupLatestDate to dfRightValue
                move spaces to dfRightFraction
                perform writeCrossCheckDifference
            end-if
    end-read.

*>Checks one document master record with rows has posted keys
crossCheckDocumentRecord.
    read docFile next record
        at end move zero to docEofSwitch
    end-read.
    if docEofSwitch is not equal to zero
        and docRowCount is greater than zero
        move docDocumentId to postedDocumentId
        move low-values to postedLineId
        move 1 to postedEofSwitch
        start postedKeysFile key is not less than postedKey
            invalid key move 0 to postedEofSwitch
        end-start
        if postedEofSwitch is not equal to zero
            read postedKeysFile next record
                at end move 0 to postedEofSwitch
            end-read
        end-if
        if postedEofSwitch is equal to zero
            or postedDocumentId is not equal to docDocumentId
            move docDocumentId to mlDocumentId
            move spaces to mlLineId
            move "has rows on the document master but no posted keys"
                to mlText
            perform writeCrossCheckLine
        end-if
    end-if.

*>Writes one cross-check message line and counts it
writeCrossCheckLine.
    write report-record from message-line.
    add 1 to crossCheckDifferences.

*>Writes one cross-check message that names no document
writeCrossCheckMessage.
    move spaces to mlDocumentId.
    move spaces to mlLineId.
    perform writeCrossCheckLine.

*>Writes one cross-check difference line and counts it
writeCrossCheckDifference.
    move " master:" to dfLeftLabel.
    write report-record from difference-line.
    add 1 to crossCheckDifferences.

*>---Comparison of the live masters with the recomputed ones---

*>Match-merges the document master with the recomputed work master in
*>document-id order
compareDocumentMasters.
    move "document master against the retained datasets" to slText.
    write report-record from section-line.
    move high-values to realDocKey.
    open input docFile.
    if docMasterFileStatus is equal to "00"
        move 1 to realDocAvailable
        move low-values to docKey
        move 1 to docEofSwitch
        start docFile key is not less than docKey
            invalid key move 0 to docEofSwitch
        end-start
        perform readRealDocument
    else
        move 0 to realDocAvailable
    end-if.
    open input workDocFile.
    move 1 to workDocEofSwitch.
    perform readWorkDocument.
    perform compareDocumentPair
        until realDocKey is equal to high-values
        and workDocKeyHold is equal to high-values.
    close workDocFile.
    if realDocAvailable is equal to 1
        close docFile
    end-if.

*>Reads the next document master record, or high values at the end
readRealDocument.
    move high-values to realDocKey.
    if docEofSwitch is not equal to zero
        read docFile next record
            at end move zero to docEofSwitch
        end-read
    end-if.
    if docEofSwitch is not equal to zero
        move docDocumentId to realDocKey
    end-if.

*>Reads the next work document record, or high values at the end
readWorkDocument.
    move high-values to workDocKeyHold.
    if workDocEofSwitch is not equal to zero
        read workDocFile next record
            at end move zero to workDocEofSwitch
        end-read
    end-if.
    if workDocEofSwitch is not equal to zero
        move workDocDocumentId to workDocKeyHold
    end-if.

*>Compares the lower of the two current documents
compareDocumentPair.
    if realDocKey is less than workDocKeyHold
        move realDocKey to mlDocumentId
        move spaces to mlLineId
        move "on the document master, no retained postings"
            to mlText
        perform writeDocumentLine
        perform readRealDocument
    else if realDocKey is greater than workDocKeyHold
        move workDocKeyHold to mlDocumentId
        move spaces to mlLineId
        move "posted in the retained datasets, not on the master"
            to mlText
        perform writeDocumentLine
        perform readWorkDocument
    else
        perform compareDocumentFigures
        perform readRealDocument
        perform readWorkDocument
    end-if.

*>Compares one document's master figures with the recomputed ones
compareDocumentFigures.
    move realDocKey to dfDocumentId.
    move spaces to dfLineId.
    move " recomputed:" to dfRightLabel.
    if docRowCount is not equal to workDocRowCount
        move "rows" to dfDescription
        move docRowCount to dfLeftValue
        move spaces to dfLeftFraction
        move workDocRowCount to dfRightValue
        move spaces to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docAccumulatedTotal is not equal to workDocAccumulatedTotal
        or docFractionTwelfths is not equal to workDocFractionTwelfths
        move "total" to dfDescription
        move docAccumulatedTotal to dfLeftValue
        move docFractionTwelfths to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfLeftFraction
        move workDocAccumulatedTotal to dfRightValue
        move workDocFractionTwelfths to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docMismatchCount is not equal to workDocMismatchCount
        move "mismatches" to dfDescription
        move docMismatchCount to dfLeftValue
        move spaces to dfLeftFraction
        move workDocMismatchCount to dfRightValue
        move spaces to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docPeriodRows is not equal to workDocPeriodRows
        move "period rows" to dfDescription
        move docPeriodRows to dfLeftValue
        move spaces to dfLeftFraction
        move workDocPeriodRows to dfRightValue
        move spaces to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docPeriodTotal is not equal to workDocPeriodTotal
        or docPeriodFraction is not equal to workDocPeriodFraction
        move "period total" to dfDescription
        move docPeriodTotal to dfLeftValue
        move docPeriodFraction to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfLeftFraction
        move workDocPeriodTotal to dfRightValue
        move workDocPeriodFraction to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docEarliestDate is not equal to workDocEarliestDate
        move "earliest date" to dfDescription
        move docEarliestDate to dfLeftValue
        move spaces to dfLeftFraction
        move workDocEarliestDate to dfRightValue
        move spaces to dfRightFraction
        perform writeDocumentDifference
    end-if.
    if docLatestDate is not equal to workDocLatestDate
        move "latest date" to dfDescription
        move docLatestDate to dfLeftValue
        move spaces to dfLeftFraction
        move workDocLatestDate to dfRightValue
        move spaces to dfRightFraction
        perform writeDocumentDifference
    end-if.

*>Writes one document message line and counts it
writeDocumentLine.
    write report-record from message-line.
    add 1 to documentDifferences.

*>Writes one document difference line and counts it
writeDocumentDifference.
    move " master:" to dfLeftLabel.
    write report-record from difference-line.
    add 1 to documentDifferences.

*>Match-merges the posted-keys master with the recomputed work master
*>in document/line order
comparePostedKeys.
    move "posted keys against the retained datasets" to slText.
    write report-record from section-line.
    move high-values to realPostedKey.
    open input postedKeysFile.
    if postedKeysFileStatus is equal to "00"
        move 1 to realPostedAvailable
        move low-values to postedKey
        move 1 to postedEofSwitch
        start postedKeysFile key is not less than postedKey
            invalid key move 0 to postedEofSwitch
        end-start
        perform readRealPosted
    else
        move 0 to realPostedAvailable
    end-if.
    open input workPostedFile.
    move 1 to workPostedEofSwitch.
    perform readWorkPosted.
    perform comparePostedPair
        until realPostedKey is equal to high-values
        and workPostedKeyHold is equal to high-values.
    close workPostedFile.
    if realPostedAvailable is equal to 1
        close postedKeysFile
    end-if.

*>Reads the next posted key, or high values at the end
readRealPosted.
    move high-values to realPostedKey.
    if postedEofSwitch is not equal to zero
        read postedKeysFile next record
            at end move zero to postedEofSwitch
        end-read
    end-if.
    if postedEofSwitch is not equal to zero
        move postedKey to realPostedKey
    end-if.

*>Reads the next work posted key, or high values at the end
readWorkPosted.
    move high-values to workPostedKeyHold.
    if workPostedEofSwitch is not equal to zero
        read workPostedFile next record
            at end move zero to workPostedEofSwitch
        end-read
    end-if.
    if workPostedEofSwitch is not equal to zero
        move workPostedKey to workPostedKeyHold
    end-if.

*>Compares the lower of the two current posted keys
comparePostedPair.
    if realPostedKey is less than workPostedKeyHold
        move postedDocumentId to mlDocumentId
        move postedLineId to mlLineId
        move "on the posted-keys master, not in the retained datasets"
            to mlText
        perform writePostedLine
        perform readRealPosted
    else if realPostedKey is greater than workPostedKeyHold
        move workPostedDocumentId to mlDocumentId
        move workPostedLineId to mlLineId
        move "posted in the retained datasets, not on the master"
            to mlText
        perform writePostedLine
        perform readWorkPosted
    else
        perform comparePostedFigures
        perform readRealPosted
        perform readWorkPosted
    end-if.

*>Compares one posted key's value and mismatch flag with the
*>recomputed ones
comparePostedFigures.
    move postedDocumentId to dfDocumentId.
    move postedLineId to dfLineId.
    move " recomputed:" to dfRightLabel.
    if postedValue is not equal to workPostedValue
        or postedFraction is not equal to workPostedFraction
        move "value" to dfDescription
        move postedValue to dfLeftValue
        move postedFraction to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfLeftFraction
        move workPostedValue to dfRightValue
        move workPostedFraction to ftTwelfths
        perform buildFractionTail
        move fractionTail to dfRightFraction
        perform writePostedDifference
    end-if.
    if postedMismatchFlag is not equal to workPostedMismatchFlag
        move "mismatch flag" to dfDescription
        move postedMismatchFlag to dfLeftValue
        move spaces to dfLeftFraction
        move workPostedMismatchFlag to dfRightValue
        move spaces to dfRightFraction
        perform writePostedDifference
    end-if.

*>Writes one posted-key message line and counts it
writePostedLine.
    write report-record from message-line.
    add 1 to postedDifferences.

*>Writes one posted-key difference line and counts it
writePostedDifference.
    move " master:" to dfLeftLabel.
    write report-record from difference-line.
    add 1 to postedDifferences.

*>Builds the " nn/12" tail for a non-zero fraction, blanks otherwise
buildFractionTail.
    if ftTwelfths is greater than zero
        move fraction-tail-work to fractionTail
    else
        move spaces to fractionTail
    end-if.

*>Writes the counts for the check to the report and the console
writeCheckSummary.
    move "summary" to slText.
    write report-record from section-line.
    move "datasets replayed:" to clLabel.
    move datasetsReplayed to clCount.
    perform writeCountLine.
    move "datasets not (fully) retained:" to clLabel.
    move datasetsNotRetained to clCount.
    perform writeCountLine.
    move "postings replayed:" to clLabel.
    move rowsReplayed to clCount.
    perform writeCountLine.
    move "reversals replayed:" to clLabel.
    move reversalsReplayed to clCount.
    perform writeCountLine.
    move "keys posted twice in the retained datasets:" to clLabel.
    move replayDuplicates to clCount.
    perform writeCountLine.
    move "reversals of keys no retained dataset posted:" to clLabel.
    move replayUnmatchedReversals to clCount.
    perform writeCountLine.
    move "period snapshots applied:" to clLabel.
    move snapshotsApplied to clCount.
    perform writeCountLine.
    move "period snapshots with no retained postings:" to clLabel.
    move snapshotsWithoutDocument to clCount.
    perform writeCountLine.
    move "posted keys / document master disagreements:" to clLabel.
    move crossCheckDifferences to clCount.
    perform writeCountLine.
    move "document master differences:" to clLabel.
    move documentDifferences to clCount.
    perform writeCountLine.
    move "posted-keys master differences:" to clLabel.
    move postedDifferences to clCount.
    perform writeCountLine.

*>Writes one count line to the report and the console
writeCountLine.
    write report-record from count-line.
    display clLabel clCount.

*>---REBUILD mode---

*>Replaces both masters with the work masters, unless a recorded run
*>can no longer be replayed and FORCE was not given
rebuildMasters.
    move 0 to rebuildRefused.
    if datasetCount is equal to zero
        move 1 to rebuildRefused
        move "rebuild refused: no datasets to rebuild from" to slText
    else if datasetsNotRetained is greater than zero
        and forceParameter is not equal to "FORCE"
        move 1 to rebuildRefused
        move "rebuild refused: runs not retained, FORCE not given"
            to slText
    end-if.
    if rebuildRefused is equal to 1
        write report-record from section-line
        display slText
        move 8 to return-code
    else
        perform copyWorkMasters
    end-if.

*>Copies the work masters over the live ones; the live masters are
*>only opened (and so emptied) once both work masters are open
copyWorkMasters.
    move 0 to postedCopied.
    move 0 to documentsCopied.
    open input workPostedFile.
    open input workDocFile.
    if workPostedFileStatus is not equal to "00"
        or workDocFileStatus is not equal to "00"
        display "unable to open work masters for rebuild (status "
            workPostedFileStatus "/" workDocFileStatus
            "), masters left as they were"
        move "rebuild not done: work masters could not be opened"
            to slText
        write report-record from section-line
        move 12 to return-code
        if workPostedFileStatus is equal to "00"
            close workPostedFile
        end-if
        if workDocFileStatus is equal to "00"
            close workDocFile
        end-if
    else
        perform replaceLiveMasters
        close workPostedFile
        close workDocFile
    end-if.

*>Opens both live masters for output and copies the work masters in;
*>a live master that cannot be opened leaves the masters incomplete
replaceLiveMasters.
    open output postedKeysFile.
    open output docFile.
    if postedKeysFileStatus is not equal to "00"
        or docMasterFileStatus is not equal to "00"
        display "unable to open masters for rebuild (status "
            postedKeysFileStatus "/" docMasterFileStatus
            "), masters incomplete, rerun the rebuild"
        move "masters incomplete: rebuild must be rerun" to slText
        write report-record from section-line
        move 12 to return-code
        if postedKeysFileStatus is equal to "00"
            close postedKeysFile
        end-if
        if docMasterFileStatus is equal to "00"
            close docFile
        end-if
    else
        move low-values to workPostedKey
        move 1 to workPostedEofSwitch
        start workPostedFile key is not less than workPostedKey
            invalid key move 0 to workPostedEofSwitch
        end-start
        perform copyPostedRecord
            until workPostedEofSwitch is equal to zero
        move low-values to workDocKey
        move 1 to workDocEofSwitch
        start workDocFile key is not less than workDocKey
            invalid key move 0 to workDocEofSwitch
        end-start
        perform copyDocumentRecord
            until workDocEofSwitch is equal to zero
        close postedKeysFile
        close docFile
        move "masters rebuilt" to slText
        write report-record from section-line
        move "posted keys written:" to clLabel
        move postedCopied to clCount
        perform writeCountLine
        move "documents written:" to clLabel
        move documentsCopied to clCount
        perform writeCountLine
    end-if.

*>Copies one work posted key to the posted-keys master
copyPostedRecord.
    read workPostedFile next record
        at end move zero to workPostedEofSwitch
    end-read.
    if workPostedEofSwitch is not equal to zero
        move work-posted-record to posted-record
        write posted-record
        add 1 to postedCopied
    end-if.

*>Copies one work document to the document master
copyDocumentRecord.
    read workDocFile next record
        at end move zero to workDocEofSwitch
    end-read.
    if workDocEofSwitch is not equal to zero
        move work-document-record to document-record
        write document-record
        add 1 to documentsCopied
    end-if.

*>---CONVERT mode---

*>Converts masters still in the old layouts: both are read through
*>their old layouts into the work masters, which then replace the
*>live masters as in REBUILD
convertMasters.
    move function current-date to runTimestamp.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open verifymasters.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        move modeParameter to rhMode
        move runTimestamp to rhTimestamp
        write report-record from report-heading-1
        perform openOldMasters
        if rebuildRefused is equal to zero
            perform convertToWorkMasters
        end-if
        close reportFile
        display "report written: verifymasters.prt"
    end-if.

*>Opens both masters in the old layouts; a master that is not there
*>is converted as empty, one that will not open in the old layout
*>(already converted, or damaged) refuses the conversion
openOldMasters.
    move 0 to rebuildRefused.
    open input oldPostedFile.
    open input oldDocFile.
    if (oldPostedFileStatus is not equal to "00"
        and oldPostedFileStatus is not equal to "35")
        or (oldDocFileStatus is not equal to "00"
        and oldDocFileStatus is not equal to "35")
        move "conversion refused: masters not in the old layout"
            to slText
        perform refuseConversion
    else if oldPostedFileStatus is equal to "35"
        and oldDocFileStatus is equal to "35"
        move "conversion refused: no masters to convert" to slText
        perform refuseConversion
    end-if.

*>Reports a refused conversion and closes whichever master opened
refuseConversion.
    write report-record from section-line.
    display slText " (status " oldPostedFileStatus "/"
        oldDocFileStatus ")".
    if oldPostedFileStatus is equal to "00"
        close oldPostedFile
    end-if.
    if oldDocFileStatus is equal to "00"
        close oldDocFile
    end-if.
    move 1 to rebuildRefused.
    move 8 to return-code.

*>Writes every old-layout record into the work masters with the new
*>fields defaulted, then replaces the live masters from them
convertToWorkMasters.
    move 0 to postedConverted.
    move 0 to documentsConverted.
    open output workPostedFile.
    open output workDocFile.
    if workPostedFileStatus is not equal to "00"
        or workDocFileStatus is not equal to "00"
        display "unable to create work masters (status "
            workPostedFileStatus "/" workDocFileStatus
            "), masters left as they were"
        move "conversion not done: work masters could not be created"
            to slText
        write report-record from section-line
        move 12 to return-code
        if workPostedFileStatus is equal to "00"
            close workPostedFile
        end-if
        if workDocFileStatus is equal to "00"
            close workDocFile
        end-if
        if oldPostedFileStatus is equal to "00"
            close oldPostedFile
        end-if
        if oldDocFileStatus is equal to "00"
            close oldDocFile
        end-if
    else
        if oldPostedFileStatus is equal to "00"
            move 1 to oldPostedEofSwitch
            perform convertPostedRecord
                until oldPostedEofSwitch is equal to zero
            close oldPostedFile
        end-if
        if oldDocFileStatus is equal to "00"
            move 1 to oldDocEofSwitch
            perform convertDocumentRecord
                until oldDocEofSwitch is equal to zero
            close oldDocFile
        end-if
        close workPostedFile
        close workDocFile
        move "masters converted from the old layouts" to slText
        write report-record from section-line
        move "posted keys converted (no posting stored):" to clLabel
        move postedConverted to clCount
        perform writeCountLine
        move "documents converted:" to clLabel
        move documentsConverted to clCount
        perform writeCountLine
        move 0 to return-code
        perform copyWorkMasters
    end-if.

*>Carries one old posted key over with no posting stored: it still
*>stops a duplicate but cannot be reversed or corrected
convertPostedRecord.
    read oldPostedFile next record
        at end move zero to oldPostedEofSwitch
    end-read.
    if oldPostedEofSwitch is not equal to zero
        move oldPostedDocumentId to workPostedDocumentId
        move oldPostedLineId to workPostedLineId
        move oldPostedTimestamp to workPostedTimestamp
        move space to workPostedRecordType
        move spaces to workPostedNumeral
        move 0 to workPostedValue
        move 0 to workPostedFraction
        move 0 to workPostedMismatchFlag
        write work-posted-record
        add 1 to postedConverted
    end-if.

*>Carries one old document over; no period has been closed, so its
*>period-to-date figures are its accumulated ones, and no dates
convertDocumentRecord.
    read oldDocFile next record
        at end move zero to oldDocEofSwitch
    end-read.
    if oldDocEofSwitch is not equal to zero
        move oldDocDocumentId to workDocDocumentId
        move oldDocAccumulatedTotal to workDocAccumulatedTotal
        move oldDocFractionTwelfths to workDocFractionTwelfths
        move oldDocRowCount to workDocRowCount
        move oldDocMismatchCount to workDocMismatchCount
        move oldDocFirstRun to workDocFirstRun
        move oldDocLastRun to workDocLastRun
        move oldDocAccumulatedTotal to workDocPeriodTotal
        move oldDocFractionTwelfths to workDocPeriodFraction
        move oldDocRowCount to workDocPeriodRows
        move oldDocMismatchCount to workDocPeriodMismatch
        move spaces to workDocLastClosedPeriod
        move 0 to workDocEarliestDate
        move 0 to workDocLatestDate
        write work-document-record
        add 1 to documentsConverted
    end-if.
