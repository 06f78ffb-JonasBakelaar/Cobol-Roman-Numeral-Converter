*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: merges the partitions of a capture feed
*>                split by splitFeed back into one set of datasets
*>                named after the feed (command-line feed name). Every
*>                partition named in the split control dataset (the
*>                feed name plus .spl) must have completed: its run-
*>                status dataset (partition name plus .sts, the
*>                converter's second batch parameter) is read and a
*>                partition not run, stopped, aborted or unable to run
*>                is listed for rerun and nothing is merged (return
*>                code 8); the partitions that completed are left as
*>                they are. Otherwise the partitions' .out datasets are
*>                combined under one RUN HEADER/RUN TRAILER for the
*>                feed, the .exc, .rcn and .dup datasets are combined
*>                with exception line numbers put back to the feed's
*>                own lines through the split's line map, and the .dst
*>                distribution is rebuilt from the partitions' (counts
*>                and subtotals added, the ten largest and smallest
*>                taken across them). The feed is balanced again: the
*>                rows and expected-value hash split out against the
*>                feed's own header and trailer, and every partition
*>                against the header and trailer it was given. One
*>                run-status record and one run-history record are
*>                written for the feed (restart flag set when any
*>                partition restarted) in place of the partitions'
*>                history records, and the partitions' datasets, line
*>                map and split control dataset are then removed.
*>                Report: mergefeed.prt.
*>   2026-10-15 - A completed partition must still have all five of its
*>                datasets (.out, .exc, .rcn, .dup, .dst) or it is
*>                listed for rerun; a dataset gone by the time it is
*>                merged fails the merge and the partitions are kept.
*>   2026-10-15 - The merged .out keeps every partition run's RUN
*>                HEADER/RUN TRAILER with its own timestamp (only the
*>                file name becomes the feed's), so the postings the
*>                partitions made on the masters still trace to a run
*>                header; the feed's run-history record and .dst are
*>                written under the first partition run's timestamp.

identification division.
program-id. mergeFeed.

environment division.
input-output section.
file-control.
select optionsFile assign to "runoptions.dat"
    organization is line sequential
    file status is optionsFileStatus.
select splitControlFile assign to dynamic splitControlName
    organization is line sequential
    file status is splitControlStatus.
select partStatusFile assign to dynamic partStatusName
    organization is line sequential
    file status is partStatusFileStatus.
select partInFile assign to dynamic partInName
    organization is line sequential
    file status is partInStatus.
select mergedFile assign to dynamic mergedName
    organization is line sequential
    file status is mergedFileStatus.
select mapFile assign to dynamic mapFileName
    organization is indexed
    access is dynamic
    record key is mapKey
    file status is mapFileStatus.
select historyFile assign to "runhistory.dat"
    organization is indexed
    access is dynamic
    record key is historyKey
    file status is historyFileStatus.
select statusFile assign to dynamic statusFileName
    organization is line sequential
    file status is statusFileStatus.
select reportFile assign to "mergefeed.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd optionsFile.
01 options-record pic x(80).

fd splitControlFile.
01 split-control-record pic x(140).

fd partStatusFile.
01 part-status-record.
    02 partStsRecordType pic x.
    02 partStsFileName pic x(30).
    02 partStsRowsRead pic 9(6).
    02 partStsRowsValid pic 9(6).
    02 partStsRowsInvalid pic 9(6).
    02 partStsReconMismatch pic 9(6).
    02 partStsGrandTotal pic S9(12) sign is leading separate.
    02 partStsCompletionCode pic 9(2).
    02 partStsAbortFlag pic x.
    02 partStsBalanceFlag pic x.
    02 partStsRowsReversed pic 9(6).

fd partInFile.
01 part-in-record pic x(140).

fd mergedFile.
01 merged-record pic x(140).

fd mapFile.
01 map-record.
    02 mapKey.
        03 mapPartition pic 9(2).
        03 mapLine pic 9(6).
    02 mapFeedLine pic 9(6).

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

fd statusFile.
01 status-record.
    02 stsRecordType pic x.
    02 stsFileName pic x(30).
    02 stsRowsRead pic 9(6).
    02 stsRowsValid pic 9(6).
    02 stsRowsInvalid pic 9(6).
    02 stsReconMismatch pic 9(6).
    02 stsGrandTotal pic S9(12) sign is leading separate.
    02 stsCompletionCode pic 9(2).
    02 stsAbortFlag pic x.
    02 stsBalanceFlag pic x.
    02 stsRowsReversed pic 9(6).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 feedName pic x(30).
77 startupParameter pic x(60).
77 optionsFileStatus pic xx.
77 optionsEofSwitch pic 9.
77 optionKeyword pic x(30).
77 optionValue pic x(30).
77 outSuffix pic x(10) value ".out".
77 excSuffix pic x(10) value ".exc".
77 ckptSuffix pic x(10) value ".ckpt".
77 statusFileName pic x(30) value "runstatus.dat".
77 statusFileStatus pic xx.
77 splitControlName pic x(35).
77 splitControlStatus pic xx.
77 splitEofSwitch pic 9.
77 partStatusName pic x(35).
77 partStatusFileStatus pic xx.
77 partStatusEofSwitch pic 9.
77 partInName pic x(45).
77 partInStatus pic xx.
77 partInEofSwitch pic 9.
77 mergedName pic x(45).
77 mergedFileStatus pic xx.
77 mapFileName pic x(35).
77 mapFileStatus pic xx.
77 historyFileStatus pic xx.
77 historyEofSwitch pic 9.
77 reportFileStatus pic xx.
77 mergeTimestamp pic x(21).
77 feedRunTimestamp pic x(21).
77 runFailed pic 9.
77 deleteName pic x(45).
77 datasetsRemoved pic 9(6) usage is computational.

*>---Split control dataset layouts, as splitFeed writes them---
01 split-work-record.
    05 splitRecordType pic x.
    05 filler pic x(139).
01 split-feed-record redefines split-work-record.
    05 filler pic x.
    05 sfFeedName pic x(30).
    05 sfSplitTimestamp pic x(21).
    05 sfPartitionCount pic 9(2).
    05 sfRecordsRead pic 9(6).
    05 sfCaptureRows pic 9(6).
    05 sfCaptureHash pic 9(12).
    05 sfOtherRows pic 9(6).
    05 sfHeaderSeen pic 9.
    05 sfHeaderRows pic 9(6).
    05 sfTrailerSeen pic 9.
    05 sfTrailerRows pic 9(6).
    05 sfTrailerHash pic 9(12).
01 split-partition-record redefines split-work-record.
    05 filler pic x.
    05 spPartition pic 9(2).
    05 spPartitionName pic x(30).
    05 spStatusName pic x(35).
    05 spFirstDocument pic x(10).
    05 spLastDocument pic x(10).
    05 spRecordsWritten pic 9(6).
    05 spCaptureRows pic 9(6).
    05 spCaptureHash pic 9(12).

*>---The feed's own control figures, from the split---
77 feedFound pic 9.
77 headerSeen pic 9.
77 headerExpectedRows pic 9(6) usage is computational.
77 trailerSeen pic 9.
77 trailerKeyedRows pic 9(6) usage is computational.
77 trailerHashTotal pic S9(12) usage is computational.
77 splitRows pic 9(6) usage is computational.
77 splitHash pic S9(12) usage is computational.
77 feedOutOfBalance pic 9.

*>---Partitions named by the split, with their run status---
01 partition-table.
    05 partitionEntry occurs 20 times.
        10 mpPartitionName pic x(30).
        10 mpStatusName pic x(35).
        10 mpFirstDocument pic x(10).
        10 mpLastDocument pic x(10).
        10 mpCaptureRows pic 9(6) usage is computational.
        10 mpCaptureHash pic S9(12) usage is computational.
        10 mpState pic x.
        10 mpRowsRead pic 9(6) usage is computational.
        10 mpRowsValid pic 9(6) usage is computational.
        10 mpRowsInvalid pic 9(6) usage is computational.
        10 mpReconMismatch pic 9(6) usage is computational.
        10 mpRowsReversed pic 9(6) usage is computational.
        10 mpGrandTotal pic S9(12) usage is computational.
        10 mpCompletionCode pic 9(2).
        10 mpBalanceFlag pic x.
77 partitionCount pic 9(2) usage is computational.
77 partitionIndex pic 9(2) usage is computational.
77 partitionsToRerun pic 9(2) usage is computational.
77 partitionStateText pic x(40).

*>---Feed totals built from the partitions---
77 feedRowsRead pic 9(6) usage is computational.
77 feedRowsValid pic 9(6) usage is computational.
77 feedRowsInvalid pic 9(6) usage is computational.
77 feedReconMismatch pic 9(6) usage is computational.
77 feedRowsReversed pic 9(6) usage is computational.
77 feedGrandTotal pic S9(12) usage is computational.
77 feedCompletionCode pic 9(2).
77 feedRestartFlag pic x.
77 partitionHistoryCount pic 9(6) usage is computational.

*>---Dataset merge working storage---
77 mergeSuffix pic x(10).
77 mergeKind pic x.
77 mergeRecords pic 9(6) usage is computational.
77 datasetsMissing pic 9(6) usage is computational.
01 merge-work-record pic x(140).
77 remapText pic x(6).
77 remappedLine pic 9(6) usage is computational.
77 remapOutput pic Z(5)9.
01 header-trailer-record.
    05 htLabel pic x(12).
    05 filler pic x value space.
    05 htFileNameLabel pic x(6) value "file: ".
    05 htFileName pic x(30).
    05 filler pic x value space.
    05 htTimeLabel pic x(11) value "timestamp: ".
    05 htTimestamp pic x(21).

*>---Distribution rebuild working storage, in the converter's layout---
77 distSection pic 9.
77 distPartial pic 9.
01 distribution-table.
    05 distEntry occurs 500 times.
        10 distNumeral pic x(60).
        10 distCount pic 9(6) usage is computational.
        10 distValue pic S9(8) usage is computational.
        10 distSubtotal pic S9(12) usage is computational.
77 distEntryCount pic 9(3) usage is computational.
77 distOverflowCount pic 9(6) usage is computational.
77 distIndex pic 9(3) usage is computational.
77 distFoundIndex pic 9(3) usage is computational.
77 distSortIndex pic 9(3) usage is computational.
77 distSortNext pic 9(3) usage is computational.
77 distSortSwapped pic 9.
77 distWorkNumeral pic x(60).
77 distWorkCount pic 9(6) usage is computational.
77 distWorkValue pic S9(8) usage is computational.
77 distWorkSubtotal pic S9(12) usage is computational.
01 dist-swap-entry.
    05 distSwapNumeral pic x(60).
    05 distSwapCount pic 9(6) usage is computational.
    05 distSwapValue pic S9(8) usage is computational.
    05 distSwapSubtotal pic S9(12) usage is computational.
01 largest-table.
    05 largeEntry occurs 10 times.
        10 largeValue pic S9(8) usage is computational.
        10 largeLine pic 9(6) usage is computational.
        10 largeNumeral pic x(60).
77 largeCount pic 99 usage is computational.
01 smallest-table.
    05 smallEntry occurs 10 times.
        10 smallValue pic S9(8) usage is computational.
        10 smallLine pic 9(6) usage is computational.
        10 smallNumeral pic x(60).
77 smallCount pic 99 usage is computational.
77 extremeIndex pic 99 usage is computational.
77 extremePrior pic 99 usage is computational.
77 extremeDone pic 9.
77 extremeWorkValue pic S9(8) usage is computational.
77 extremeWorkLine pic 9(6) usage is computational.
77 extremeSwapValue pic S9(8) usage is computational.
77 extremeSwapLine pic 9(6) usage is computational.
77 extremeSwapNumeral pic x(60).
01 dist-column-heading.
    05 filler pic x(62) value "numeral".
    05 filler pic x(6) value "count".
    05 filler pic x(3) value spaces.
    05 filler pic x(10) value "value".
    05 filler pic x(8) value "subtotal".
01 distribution-out-record.
    05 dstNumeral pic x(60).
    05 filler pic x value space.
    05 dstCount pic Z(5)9.
    05 filler pic x value space.
    05 dstValue pic Z(7)9.
    05 filler pic x value space.
    05 dstSubtotal pic -(11)9.
01 extreme-out-record.
    05 filler pic x(6) value "line: ".
    05 extLine pic Z(5)9.
    05 filler pic x(10) value " numeral: ".
    05 extNumeral pic x(60).
    05 filler pic x(3) value " = ".
    05 extValue pic Z(7)9.
01 dist-overflow-record.
    05 filler pic x(37)
        value "distinct numeral table full, skipped ".
    05 dovCount pic Z(5)9.
    05 filler pic x(12) value " occurrences".

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(26) value "CAPTURE FEED MERGE        ".
    05 filler pic x(14) value spaces.
    05 filler pic x(5) value "run: ".
    05 rhTimestamp pic x(21).
01 report-heading-2.
    05 filler pic x(6) value "feed: ".
    05 rhFeedName pic x(30).
    05 filler pic x(11) value "  split at ".
    05 rhSplitTimestamp pic x(21).
01 section-line.
    05 filler pic x(3) value "-- ".
    05 slText pic x(70).
01 partition-line.
    05 filler pic x(2) value spaces.
    05 plPartitionName pic x(30).
    05 filler pic x value space.
    05 plState pic x(40).
    05 filler pic x(6) value " read:".
    05 plRowsRead pic Z(5)9.
    05 filler pic x(7) value " valid:".
    05 plRowsValid pic Z(5)9.
    05 filler pic x(9) value " invalid:".
    05 plRowsInvalid pic Z(5)9.
    05 filler pic x(6) value " code:".
    05 plCompletionCode pic Z9.
01 dataset-line.
    05 filler pic x(2) value spaces.
    05 dlDataset pic x(45).
    05 filler pic x(10) value " records: ".
    05 dlRecords pic Z(5)9.
01 missing-line.
    05 filler pic x(4) value spaces.
    05 filler pic x(23) value "partition dataset gone:".
    05 filler pic x value space.
    05 mlDataset pic x(45).
01 balance-line.
    05 filler pic x(2) value spaces.
    05 blLabel pic x(30).
    05 blRows pic Z(5)9.
    05 filler pic x(7) value " hash: ".
    05 blHash pic -(11)9.
01 count-line.
    05 clLabel pic x(40).
    05 clCount pic -(11)9.

procedure division.
    accept startupParameter from command-line.
    move spaces to feedName.
    unstring startupParameter delimited by all " "
        into feedName
    end-unstring.
    if feedName is equal to spaces
        display "feed name required: mergeFeed feed"
        move 12 to return-code
    else
        perform loadRunOptions
        perform mergeCaptureFeed
    end-if.
    stop run.

*>Takes the dataset suffixes and the run-status dataset name from the
*>run-options dataset, as the converter does
loadRunOptions.
    move 1 to optionsEofSwitch.
    open input optionsFile.
    if optionsFileStatus is equal to "00"
        perform readRunOption
            until optionsEofSwitch is equal to zero
        close optionsFile
    end-if.

*>Reads one keyword=value line, keeping the suffixes and STATUS-FILE
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
        perform applyRunOption
    end-if.

*>Applies one of the run options the merge needs
applyRunOption.
    if optionKeyword is equal to "OUT-SUFFIX"
        move function trim(optionValue) to outSuffix
    else if optionKeyword is equal to "EXC-SUFFIX"
        move function trim(optionValue) to excSuffix
    else if optionKeyword is equal to "CKPT-SUFFIX"
        move function trim(optionValue) to ckptSuffix
    else if optionKeyword is equal to "STATUS-FILE"
        move function trim(optionValue) to statusFileName
    end-if.

*>Checks every partition completed, merges their datasets, balances
*>the feed, records the feed's run and clears the partitions away
mergeCaptureFeed.
    move function current-date to mergeTimestamp.
    move 0 to runFailed.
    move spaces to splitControlName.
    string function trim(feedName) delimited by size
          ".spl" delimited by size
          into splitControlName.
    move spaces to mapFileName.
    string function trim(feedName) delimited by size
          ".map" delimited by size
          into mapFileName.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open mergefeed.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        perform readSplitControl
        if runFailed is equal to zero
            perform checkPartitionRuns
        end-if
        if runFailed is equal to zero
            perform mergeDatasets
        end-if
        if runFailed is equal to zero
            perform balanceFeed
            perform writeFeedStatusRecord
            perform writeFeedHistory
            perform writeMergeSummary
            perform removePartitionDatasets
        end-if
        close reportFile
        perform setReturnCode
    end-if.

*>---Split control and partition status---

*>Reads the split control dataset: the feed's own control figures and
*>the partitions it was split into
readSplitControl.
    move 0 to feedFound.
    move 0 to partitionCount.
    move 0 to splitRows.
    move 0 to splitHash.
    move spaces to rhSplitTimestamp.
    open input splitControlFile.
    if splitControlStatus is not equal to "00"
        display "no split to merge for " function trim(feedName)
            ": " function trim(splitControlName)
            " not found (status " splitControlStatus ")"
        move mergeTimestamp to rhTimestamp
        write report-record from report-heading-1
        move feedName to rhFeedName
        write report-record from report-heading-2
        move "no split control dataset, nothing merged" to slText
        write report-record from section-line
        move 1 to runFailed
    else
        move 1 to splitEofSwitch
        perform readSplitRecord
            until splitEofSwitch is equal to zero
        close splitControlFile
        move mergeTimestamp to rhTimestamp
        write report-record from report-heading-1
        move feedName to rhFeedName
        write report-record from report-heading-2
        if feedFound is equal to zero
            or partitionCount is equal to zero
            move "split control dataset incomplete, nothing merged"
                to slText
            write report-record from section-line
            move 1 to runFailed
        end-if
    end-if.

*>Takes up one split control record
readSplitRecord.
    move spaces to split-work-record.
    read splitControlFile into split-work-record
        at end move zero to splitEofSwitch
    end-read.
    if splitEofSwitch is not equal to zero
        if splitRecordType is equal to "F"
            move 1 to feedFound
            move sfSplitTimestamp to rhSplitTimestamp
            move sfHeaderSeen to headerSeen
            move sfHeaderRows to headerExpectedRows
            move sfTrailerSeen to trailerSeen
            move sfTrailerRows to trailerKeyedRows
            move sfTrailerHash to trailerHashTotal
        end-if
        if splitRecordType is equal to "P"
            and partitionCount is less than 20
            add 1 to partitionCount
            move spPartitionName to mpPartitionName(partitionCount)
            move spStatusName to mpStatusName(partitionCount)
            move spFirstDocument to mpFirstDocument(partitionCount)
            move spLastDocument to mpLastDocument(partitionCount)
            move spCaptureRows to mpCaptureRows(partitionCount)
            move spCaptureHash to mpCaptureHash(partitionCount)
            add spCaptureRows to splitRows
            add spCaptureHash to splitHash
        end-if
    end-if.

*>Reads every partition's run status; any partition that has not
*>completed is listed for rerun and holds the merge back
checkPartitionRuns.
    move "partitions" to slText.
    write report-record from section-line.
    move 0 to partitionsToRerun.
    move 1 to partitionIndex.
    perform checkOnePartition
        until partitionIndex is greater than partitionCount.
    if partitionsToRerun is greater than zero
        move spaces to report-record
        write report-record
        move "partitions still to run or rerun, nothing merged"
            to slText
        write report-record from section-line
        display "merge held for " function trim(feedName) ": "
            partitionsToRerun " partition(s) still to run or rerun"
        move 2 to runFailed
    end-if.

*>Reads one partition's run-status dataset and works out whether it
*>completed
checkOnePartition.
    move "N" to mpState(partitionIndex).
    move 0 to mpRowsRead(partitionIndex).
    move 0 to mpRowsValid(partitionIndex).
    move 0 to mpRowsInvalid(partitionIndex).
    move 0 to mpReconMismatch(partitionIndex).
    move 0 to mpRowsReversed(partitionIndex).
    move 0 to mpGrandTotal(partitionIndex).
    move 0 to mpCompletionCode(partitionIndex).
    move space to mpBalanceFlag(partitionIndex).
    move mpStatusName(partitionIndex) to partStatusName.
    open input partStatusFile.
    if partStatusFileStatus is equal to "00"
        move 1 to partStatusEofSwitch
        perform readPartitionStatus
            until partStatusEofSwitch is equal to zero
        close partStatusFile
    end-if.
    if mpState(partitionIndex) is equal to "C"
        perform checkPartitionOutput
    end-if.
    perform describePartitionState.
    if mpState(partitionIndex) is not equal to "C"
        add 1 to partitionsToRerun
    end-if.
    move mpPartitionName(partitionIndex) to plPartitionName.
    move partitionStateText to plState.
    move mpRowsRead(partitionIndex) to plRowsRead.
    move mpRowsValid(partitionIndex) to plRowsValid.
    move mpRowsInvalid(partitionIndex) to plRowsInvalid.
    move mpCompletionCode(partitionIndex) to plCompletionCode.
    write report-record from partition-line.
    add 1 to partitionIndex.

*>Takes up the partition's file status record
readPartitionStatus.
    read partStatusFile
        at end move zero to partStatusEofSwitch
    end-read.
    if partStatusEofSwitch is not equal to zero
        and partStsRecordType is equal to "F"
        if partStsFileName is not equal to
                mpPartitionName(partitionIndex)
            move "W" to mpState(partitionIndex)
        else
            perform takePartitionStatus
        end-if
    end-if.

*>Keeps the partition's counters and sorts its outcome: completed
*>(C), stopped (S), aborted (A) or unable to run (F)
takePartitionStatus.
    move partStsRowsRead to mpRowsRead(partitionIndex).
    move partStsRowsValid to mpRowsValid(partitionIndex).
    move partStsRowsInvalid to mpRowsInvalid(partitionIndex).
    move partStsReconMismatch to mpReconMismatch(partitionIndex).
    move partStsGrandTotal to mpGrandTotal(partitionIndex).
    move partStsCompletionCode to mpCompletionCode(partitionIndex).
    move partStsBalanceFlag to mpBalanceFlag(partitionIndex).
    if partStsRowsReversed is numeric
        move partStsRowsReversed to mpRowsReversed(partitionIndex)
    else
        move 0 to mpRowsReversed(partitionIndex)
    end-if.
    if partStsAbortFlag is equal to "S"
        move "S" to mpState(partitionIndex)
    else if partStsAbortFlag is equal to "A"
        move "A" to mpState(partitionIndex)
    else if partStsCompletionCode is greater than 4
        move "F" to mpState(partitionIndex)
    else
        move "C" to mpState(partitionIndex)
    end-if.

*>A completed partition must still have every dataset the converter
*>wrote for it, or exceptions and reconciliations would be lost
checkPartitionOutput.
    move outSuffix to mergeSuffix.
    perform probePartitionDataset.
    move excSuffix to mergeSuffix.
    perform probePartitionDataset.
    move ".rcn" to mergeSuffix.
    perform probePartitionDataset.
    move ".dup" to mergeSuffix.
    perform probePartitionDataset.
    move ".dst" to mergeSuffix.
    perform probePartitionDataset.

*>Checks the partition's dataset with the current suffix is there
probePartitionDataset.
    move spaces to partInName.
    string function trim(mpPartitionName(partitionIndex))
              delimited by size
          function trim(mergeSuffix) delimited by size
          into partInName.
    open input partInFile.
    if partInStatus is equal to "00"
        close partInFile
    else
        move "O" to mpState(partitionIndex)
    end-if.

*>Words the partition's outcome for the report
describePartitionState.
    if mpState(partitionIndex) is equal to "C"
        move "completed" to partitionStateText
    else if mpState(partitionIndex) is equal to "S"
        move "stopped, rerun from its checkpoint" to partitionStateText
    else if mpState(partitionIndex) is equal to "A"
        move "aborted, rerun from its checkpoint" to partitionStateText
    else if mpState(partitionIndex) is equal to "F"
        move "could not run, rerun" to partitionStateText
    else if mpState(partitionIndex) is equal to "W"
        move "status is for another run, rerun" to partitionStateText
    else if mpState(partitionIndex) is equal to "O"
        move "datasets gone, rerun" to partitionStateText
    else
        move "not run yet" to partitionStateText
    end-if.

*>---Dataset merge---

*>Merges each kind of dataset the partitions wrote
mergeDatasets.
    move spaces to report-record.
    write report-record.
    move "datasets" to slText.
    write report-record from section-line.
    move 0 to datasetsMissing.
    open input mapFile.
    if mapFileStatus is not equal to "00"
        display "unable to open line map: " function trim(mapFileName)
            " (status " mapFileStatus ")"
        move "line map not found, nothing merged" to slText
        write report-record from section-line
        move 1 to runFailed
    else
        move spaces to feedRunTimestamp
        move outSuffix to mergeSuffix
        move "O" to mergeKind
        perform mergeDataset
        if feedRunTimestamp is equal to spaces
            move mergeTimestamp to feedRunTimestamp
        end-if
        move excSuffix to mergeSuffix
        move "E" to mergeKind
        perform mergeDataset
        move ".rcn" to mergeSuffix
        move "C" to mergeKind
        perform mergeDataset
        move ".dup" to mergeSuffix
        move "C" to mergeKind
        perform mergeDataset
        perform mergeDistribution
        close mapFile
        if datasetsMissing is greater than zero
            display "partition datasets gone during the merge, "
                "partitions kept, merge to be rerun"
            move "partition datasets gone, merge to be rerun" to slText
            write report-record from section-line
            move 1 to runFailed
        end-if
    end-if.

*>Merges one kind of dataset from every partition into the feed's:
*>the .out (O) keeping each partition run's header and trailer, the .exc
*>(E) with its line numbers put back to the feed's, the rest (C)
*>copied as they stand
mergeDataset.
    move spaces to mergedName.
    string function trim(feedName) delimited by size
          function trim(mergeSuffix) delimited by size
          into mergedName.
    move 0 to mergeRecords.
    open output mergedFile.
    if mergedFileStatus is not equal to "00"
        display "unable to open merged dataset: "
            function trim(mergedName) " (status " mergedFileStatus ")"
        move 1 to runFailed
    else
        move 1 to partitionIndex
        perform mergePartitionDataset
            until partitionIndex is greater than partitionCount
        close mergedFile
        move mergedName to dlDataset
        move mergeRecords to dlRecords
        write report-record from dataset-line
    end-if.

*>Copies one partition's dataset of the current kind
mergePartitionDataset.
    move spaces to partInName.
    string function trim(mpPartitionName(partitionIndex))
              delimited by size
          function trim(mergeSuffix) delimited by size
          into partInName.
    open input partInFile.
    if partInStatus is equal to "00"
        move 1 to partInEofSwitch
        perform copyDatasetRecord
            until partInEofSwitch is equal to zero
        close partInFile
    else
        add 1 to datasetsMissing
        move partInName to mlDataset
        write report-record from missing-line
    end-if.
    add 1 to partitionIndex.

*>Copies one record; a partition's run header or trailer keeps its
*>run timestamp and takes the feed's name, and the first run header
*>gives the timestamp the feed's run is recorded under
copyDatasetRecord.
    move spaces to merge-work-record.
    read partInFile into merge-work-record
        at end move zero to partInEofSwitch
    end-read.
    if partInEofSwitch is not equal to zero
        if mergeKind is equal to "O"
            and (merge-work-record(1:12) is equal to "RUN HEADER: "
            or merge-work-record(1:12) is equal to "RUN TRAILER:")
            if merge-work-record(1:12) is equal to "RUN HEADER: "
                and feedRunTimestamp is equal to spaces
                move merge-work-record(62:21) to feedRunTimestamp
            end-if
            move feedName to merge-work-record(20:30)
            write merged-record from merge-work-record
            add 1 to mergeRecords
        else
            if mergeKind is equal to "E"
                and merge-work-record(1:6) is equal to "line: "
                move merge-work-record(7:6) to remapText
                perform remapLineNumber
                move remapText to merge-work-record(7:6)
            end-if
            write merged-record from merge-work-record
            add 1 to mergeRecords
        end-if
    end-if.

*>Puts a partition line number (remapText) back to the feed line it
*>came from, through the split's line map; a number the map does not
*>hold is left as it stands
remapLineNumber.
    move 0 to remappedLine.
    if remapText is not equal to spaces
        move partitionIndex to mapPartition
        move function numval(remapText) to mapLine
        read mapFile
            invalid key move mapLine to remappedLine
            not invalid key
                move mapFeedLine to remappedLine
                move mapFeedLine to remapOutput
                move remapOutput to remapText
        end-read
    end-if.

*>---Distribution rebuild---

*>Rebuilds the feed's .dst distribution from the partitions': counts
*>and subtotals of each numeral added together, the ten largest and
*>smallest values taken across every partition's own ten
mergeDistribution.
    move 0 to distEntryCount.
    move 0 to distOverflowCount.
    move 0 to largeCount.
    move 0 to smallCount.
    move 0 to distPartial.
    move ".dst" to mergeSuffix.
    move 1 to partitionIndex.
    perform readPartitionDistribution
        until partitionIndex is greater than partitionCount.
    perform sortDistributionTable.
    perform writeDistributionReport.

*>Reads one partition's distribution report into the merged tables
readPartitionDistribution.
    move spaces to partInName.
    string function trim(mpPartitionName(partitionIndex))
              delimited by size
          ".dst" delimited by size
          into partInName.
    open input partInFile.
    if partInStatus is equal to "00"
        move 1 to distSection
        move 1 to partInEofSwitch
        perform readDistributionLine
            until partInEofSwitch is equal to zero
        close partInFile
    else
        add 1 to datasetsMissing
        move partInName to mlDataset
        write report-record from missing-line
    end-if.
    add 1 to partitionIndex.

*>Reads one line of a partition's distribution report
readDistributionLine.
    move spaces to merge-work-record.
    read partInFile into merge-work-record
        at end move zero to partInEofSwitch
    end-read.
    if partInEofSwitch is not equal to zero
        perform classifyDistributionLine
    end-if.

*>Files one distribution line by the section of the report it is in
classifyDistributionLine.
    if distSection is equal to 1
        and merge-work-record(1:12) is equal to "DISTRIBUTION"
        if merge-work-record(84:17) is equal to "RESTART - PARTIAL"
            move 1 to distPartial
        end-if
    else if distSection is equal to 1
        and merge-work-record(1:7) is equal to "numeral"
        move 2 to distSection
    else if merge-work-record(1:30) is equal to
            "----- TEN LARGEST VALUES -----"
        move 3 to distSection
    else if merge-work-record(1:31) is equal to
            "----- TEN SMALLEST VALUES -----"
        move 4 to distSection
    else if merge-work-record(1:37) is equal to
            "distinct numeral table full, skipped "
        add function numval(merge-work-record(38:6))
            to distOverflowCount
    else if distSection is equal to 2
        perform mergeDistinctNumeral
    else if distSection is equal to 3
        perform takeExtremeLine
        perform insertLargestValue
    else if distSection is equal to 4
        perform takeExtremeLine
        perform insertSmallestValue
    end-if.

*>Adds one partition's distinct-numeral line into the merged table
mergeDistinctNumeral.
    move merge-work-record(1:60) to distWorkNumeral.
    move function numval(merge-work-record(62:6)) to distWorkCount.
    move function numval(merge-work-record(69:8)) to distWorkValue.
    move function numval(merge-work-record(78:12)) to distWorkSubtotal.
    perform findDistributionEntry.
    if distFoundIndex is greater than zero
        add distWorkCount to distCount(distFoundIndex)
        add distWorkSubtotal to distSubtotal(distFoundIndex)
    else
        if distEntryCount is less than 500
            add 1 to distEntryCount
            move distWorkNumeral to distNumeral(distEntryCount)
            move distWorkCount to distCount(distEntryCount)
            move distWorkValue to distValue(distEntryCount)
            move distWorkSubtotal to distSubtotal(distEntryCount)
        else
            add distWorkCount to distOverflowCount
        end-if
    end-if.

*>Linear search of the distinct-numeral table for the current numeral
findDistributionEntry.
    move 0 to distFoundIndex.
    move 1 to distIndex.
    perform scanDistributionEntry
        until distIndex is greater than distEntryCount
        or distFoundIndex is greater than zero.

*>Checks one table entry against the current numeral
scanDistributionEntry.
    if distNumeral(distIndex) is equal to distWorkNumeral
        move distIndex to distFoundIndex
    end-if.
    add 1 to distIndex.

*>Takes up one extreme-value line, its line number put back to the
*>feed's
takeExtremeLine.
    move merge-work-record(23:60) to distWorkNumeral.
    move function numval(merge-work-record(86:8)) to extremeWorkValue.
    move merge-work-record(7:6) to remapText.
    perform remapLineNumber.
    move remappedLine to extremeWorkLine.

*>Works the current value into the ten-largest table, kept in
*>descending order
insertLargestValue.
    move 0 to extremeIndex.
    if largeCount is less than 10
        add 1 to largeCount
        move largeCount to extremeIndex
    else
        if extremeWorkValue is greater than largeValue(10)
            move 10 to extremeIndex
        end-if
    end-if.
    if extremeIndex is greater than zero
        move extremeWorkValue to largeValue(extremeIndex)
        move extremeWorkLine to largeLine(extremeIndex)
        move distWorkNumeral to largeNumeral(extremeIndex)
        move 0 to extremeDone
        perform bubbleLargestEntry
            until extremeDone is equal to 1
    end-if.

*>Moves a freshly stored entry up the ten-largest table until ordered
bubbleLargestEntry.
    if extremeIndex is equal to 1
        move 1 to extremeDone
    else
        move extremeIndex to extremePrior
        subtract 1 from extremePrior
        if largeValue(extremePrior) is greater than or equal to
                largeValue(extremeIndex)
            move 1 to extremeDone
        else
            perform swapLargestEntries
            subtract 1 from extremeIndex
        end-if
    end-if.

*>Swaps the ten-largest entries at extremePrior and extremeIndex
swapLargestEntries.
    move largeValue(extremePrior) to extremeSwapValue.
    move largeLine(extremePrior) to extremeSwapLine.
    move largeNumeral(extremePrior) to extremeSwapNumeral.
    move largeValue(extremeIndex) to largeValue(extremePrior).
    move largeLine(extremeIndex) to largeLine(extremePrior).
    move largeNumeral(extremeIndex) to largeNumeral(extremePrior).
    move extremeSwapValue to largeValue(extremeIndex).
    move extremeSwapLine to largeLine(extremeIndex).
    move extremeSwapNumeral to largeNumeral(extremeIndex).

*>Works the current value into the ten-smallest table, kept in
*>ascending order
insertSmallestValue.
    move 0 to extremeIndex.
    if smallCount is less than 10
        add 1 to smallCount
        move smallCount to extremeIndex
    else
        if extremeWorkValue is less than smallValue(10)
            move 10 to extremeIndex
        end-if
    end-if.
    if extremeIndex is greater than zero
        move extremeWorkValue to smallValue(extremeIndex)
        move extremeWorkLine to smallLine(extremeIndex)
        move distWorkNumeral to smallNumeral(extremeIndex)
        move 0 to extremeDone
        perform bubbleSmallestEntry
            until extremeDone is equal to 1
    end-if.

*>Moves a freshly stored entry up the ten-smallest table until ordered
bubbleSmallestEntry.
    if extremeIndex is equal to 1
        move 1 to extremeDone
    else
        move extremeIndex to extremePrior
        subtract 1 from extremePrior
        if smallValue(extremePrior) is less than or equal to
                smallValue(extremeIndex)
            move 1 to extremeDone
        else
            perform swapSmallestEntries
            subtract 1 from extremeIndex
        end-if
    end-if.

*>Swaps the ten-smallest entries at extremePrior and extremeIndex
swapSmallestEntries.
    move smallValue(extremePrior) to extremeSwapValue.
    move smallLine(extremePrior) to extremeSwapLine.
    move smallNumeral(extremePrior) to extremeSwapNumeral.
    move smallValue(extremeIndex) to smallValue(extremePrior).
    move smallLine(extremeIndex) to smallLine(extremePrior).
    move smallNumeral(extremeIndex) to smallNumeral(extremePrior).
    move extremeSwapValue to smallValue(extremeIndex).
    move extremeSwapLine to smallLine(extremeIndex).
    move extremeSwapNumeral to smallNumeral(extremeIndex).

*>Bubble sort of the distinct-numeral table, occurrence count
*>descending, so the heaviest hitters lead the report
sortDistributionTable.
    if distEntryCount is greater than 1
        move 1 to distSortSwapped
        perform sortDistributionPass
            until distSortSwapped is equal to zero
    end-if.

*>One adjacent-compare pass over the distinct-numeral table
sortDistributionPass.
    move 0 to distSortSwapped.
    move 1 to distSortIndex.
    perform sortDistributionCompare
        until distSortIndex is greater than or equal to distEntryCount.

*>Swaps two adjacent table entries when out of order
sortDistributionCompare.
    move distSortIndex to distSortNext.
    add 1 to distSortNext.
    if distCount(distSortIndex) is less than distCount(distSortNext)
        move distNumeral(distSortIndex) to distSwapNumeral
        move distCount(distSortIndex) to distSwapCount
        move distValue(distSortIndex) to distSwapValue
        move distSubtotal(distSortIndex) to distSwapSubtotal
        move distNumeral(distSortNext) to distNumeral(distSortIndex)
        move distCount(distSortNext) to distCount(distSortIndex)
        move distValue(distSortNext) to distValue(distSortIndex)
        move distSubtotal(distSortNext) to distSubtotal(distSortIndex)
        move distSwapNumeral to distNumeral(distSortNext)
        move distSwapCount to distCount(distSortNext)
        move distSwapValue to distValue(distSortNext)
        move distSwapSubtotal to distSubtotal(distSortNext)
        move 1 to distSortSwapped
    end-if.
    add 1 to distSortIndex.

*>Writes the feed's .dst distribution report in the converter's
*>layout; it is marked partial when any partition's was
writeDistributionReport.
    move spaces to mergedName.
    string function trim(feedName) delimited by size
          ".dst" delimited by size
          into mergedName.
    open output mergedFile.
    if mergedFileStatus is not equal to "00"
        display "unable to open distribution file: "
            function trim(mergedName) " (status " mergedFileStatus ")"
        move 1 to runFailed
    else
        move spaces to header-trailer-record
        move "DISTRIBUTION" to htLabel
        move feedName to htFileName
        move feedRunTimestamp to htTimestamp
        if distPartial is equal to 1
            move spaces to merged-record
            string header-trailer-record delimited by size
                " RESTART - PARTIAL" delimited by size
                into merged-record
            end-string
            write merged-record
        else
            write merged-record from header-trailer-record
        end-if
        write merged-record from dist-column-heading
        move 1 to distIndex
        perform writeDistributionLine
            until distIndex is greater than distEntryCount
        if distOverflowCount is greater than zero
            move distOverflowCount to dovCount
            write merged-record from dist-overflow-record
        end-if
        move "----- TEN LARGEST VALUES -----" to merged-record
        write merged-record
        move 1 to extremeIndex
        perform writeLargestLine
            until extremeIndex is greater than largeCount
        move "----- TEN SMALLEST VALUES -----" to merged-record
        write merged-record
        move 1 to extremeIndex
        perform writeSmallestLine
            until extremeIndex is greater than smallCount
        close mergedFile
        move mergedName to dlDataset
        move distEntryCount to dlRecords
        write report-record from dataset-line
    end-if.

*>Writes one distinct-numeral line of the distribution report
writeDistributionLine.
    move distNumeral(distIndex) to dstNumeral.
    move distCount(distIndex) to dstCount.
    move distValue(distIndex) to dstValue.
    move distSubtotal(distIndex) to dstSubtotal.
    write merged-record from distribution-out-record.
    add 1 to distIndex.

*>Writes one line of the ten-largest section
writeLargestLine.
    move largeLine(extremeIndex) to extLine.
    move largeNumeral(extremeIndex) to extNumeral.
    move largeValue(extremeIndex) to extValue.
    write merged-record from extreme-out-record.
    add 1 to extremeIndex.

*>Writes one line of the ten-smallest section
writeSmallestLine.
    move smallLine(extremeIndex) to extLine.
    move smallNumeral(extremeIndex) to extNumeral.
    move smallValue(extremeIndex) to extValue.
    write merged-record from extreme-out-record.
    add 1 to extremeIndex.

*>---Feed balance and the feed's run records---

*>Balances the feed as a whole: the rows and expected-value hash the
*>partitions were given against the feed's own header and trailer,
*>as the converter would have balanced the feed in one pass, and each
*>partition against the header and trailer it was given
balanceFeed.
    move 0 to feedOutOfBalance.
    move 0 to feedRowsRead.
    move 0 to feedRowsValid.
    move 0 to feedRowsInvalid.
    move 0 to feedReconMismatch.
    move 0 to feedRowsReversed.
    move 0 to feedGrandTotal.
    move 0 to feedCompletionCode.
    move 1 to partitionIndex.
    perform addPartitionFigures
        until partitionIndex is greater than partitionCount.
    if headerSeen is equal to 1
        and trailerSeen is equal to zero
        move 1 to feedOutOfBalance
    end-if.
    if trailerSeen is equal to 1
        if trailerKeyedRows is not equal to splitRows
            or trailerHashTotal is not equal to splitHash
            move 1 to feedOutOfBalance
        end-if
    end-if.
    if headerSeen is equal to 1
        and headerExpectedRows is not equal to splitRows
        move 1 to feedOutOfBalance
    end-if.
    if feedOutOfBalance is equal to 1
        and feedCompletionCode is less than 4
        move 4 to feedCompletionCode
    end-if.
    move spaces to report-record.
    write report-record.
    move "feed balance" to slText.
    write report-record from section-line.
    move "rows processed:" to blLabel.
    move splitRows to blRows.
    move splitHash to blHash.
    write report-record from balance-line.
    if headerSeen is equal to 1
        move "feed header expected rows:" to blLabel
        move headerExpectedRows to blRows
        move 0 to blHash
        write report-record from balance-line
    end-if.
    if trailerSeen is equal to 1
        move "feed trailer:" to blLabel
        move trailerKeyedRows to blRows
        move trailerHashTotal to blHash
        write report-record from balance-line
    end-if.
    if feedOutOfBalance is equal to 1
        move "feed OUT OF BALANCE" to slText
    else
        move "feed in balance" to slText
    end-if.
    write report-record from section-line.

*>Adds one partition's counters into the feed's; a partition out of
*>balance with its own header and trailer puts the feed out of
*>balance
addPartitionFigures.
    add mpRowsRead(partitionIndex) to feedRowsRead.
    add mpRowsValid(partitionIndex) to feedRowsValid.
    add mpRowsInvalid(partitionIndex) to feedRowsInvalid.
    add mpReconMismatch(partitionIndex) to feedReconMismatch.
    add mpRowsReversed(partitionIndex) to feedRowsReversed.
    add mpGrandTotal(partitionIndex) to feedGrandTotal.
    if mpCompletionCode(partitionIndex) is greater than
            feedCompletionCode
        move mpCompletionCode(partitionIndex) to feedCompletionCode
    end-if.
    if mpBalanceFlag(partitionIndex) is equal to "O"
        move 1 to feedOutOfBalance
        move mpPartitionName(partitionIndex) to slText
        move " out of balance with own header/trailer"
            to slText(32:39)
        write report-record from section-line
    end-if.
    add 1 to partitionIndex.

*>Writes the feed's run-status record for the follow-on jobs, as the
*>converter would have for a one-pass run
writeFeedStatusRecord.
    open output statusFile.
    if statusFileStatus is not equal to "00"
        display "unable to open run-status dataset: "
            function trim(statusFileName)
            " (status " statusFileStatus ")"
    else
        move "F" to stsRecordType
        move feedName to stsFileName
        move feedRowsRead to stsRowsRead
        move feedRowsValid to stsRowsValid
        move feedRowsInvalid to stsRowsInvalid
        move feedReconMismatch to stsReconMismatch
        move feedRowsReversed to stsRowsReversed
        move feedGrandTotal to stsGrandTotal
        move feedCompletionCode to stsCompletionCode
        move space to stsAbortFlag
        if feedOutOfBalance is equal to 1
            move "O" to stsBalanceFlag
        else
            move space to stsBalanceFlag
        end-if
        write status-record
        close statusFile
    end-if.

*>Replaces the partitions' run-history records with one for the feed,
*>under the first partition run's header timestamp (the first RUN
*>HEADER on the merged .out); the feed counts as restarted when any
*>partition was
writeFeedHistory.
    move "C" to feedRestartFlag.
    open i-o historyFile.
    if historyFileStatus is equal to "35"
        open output historyFile
        close historyFile
        open i-o historyFile
    end-if.
    if historyFileStatus is not equal to "00"
        display "unable to open run history master (status "
            historyFileStatus "), run not recorded"
    else
        move 1 to partitionIndex
        perform removePartitionHistory
            until partitionIndex is greater than partitionCount
        move feedName to historyFileName
        move feedRunTimestamp to historyTimestamp
        move feedRowsRead to historyRowsRead
        move feedRowsValid to historyRowsValid
        move feedRowsInvalid to historyRowsInvalid
        move feedGrandTotal to historyGrandTotal
        move feedRestartFlag to historyRestartFlag
        move space to historyAbortFlag
        write history-record
            invalid key rewrite history-record
        end-write
        close historyFile
    end-if.

*>Deletes one partition's run-history records, noting a restart
removePartitionHistory.
    move 0 to partitionHistoryCount.
    move mpPartitionName(partitionIndex) to historyFileName.
    move low-values to historyTimestamp.
    move 1 to historyEofSwitch.
    start historyFile key is greater than or equal to historyKey
        invalid key move 0 to historyEofSwitch
    end-start.
    perform readPartitionHistory
        until historyEofSwitch is equal to zero.
    if partitionHistoryCount is greater than 1
        move "R" to feedRestartFlag
    end-if.
    add 1 to partitionIndex.

*>Reads and deletes one of the partition's run-history records
readPartitionHistory.
    read historyFile next record
        at end move zero to historyEofSwitch
    end-read.
    if historyEofSwitch is not equal to zero
        if historyFileName is not equal to
                mpPartitionName(partitionIndex)
            move zero to historyEofSwitch
        else
            add 1 to partitionHistoryCount
            if historyRestartFlag is equal to "R"
                move "R" to feedRestartFlag
            end-if
            delete historyFile record
        end-if
    end-if.

*>Prints the feed's totals to the report and the console
writeMergeSummary.
    move spaces to report-record.
    write report-record.
    move "summary" to slText.
    write report-record from section-line.
    move "partitions merged:" to clLabel.
    move partitionCount to clCount.
    perform writeCountLine.
    move "partition datasets not found:" to clLabel.
    move datasetsMissing to clCount.
    perform writeCountLine.
    move "feed rows read:" to clLabel.
    move feedRowsRead to clCount.
    perform writeCountLine.
    move "feed rows valid:" to clLabel.
    move feedRowsValid to clCount.
    perform writeCountLine.
    move "feed rows invalid:" to clLabel.
    move feedRowsInvalid to clCount.
    perform writeCountLine.
    move "feed reconciliation mismatches:" to clLabel.
    move feedReconMismatch to clCount.
    perform writeCountLine.
    move "feed rows reversed:" to clLabel.
    move feedRowsReversed to clCount.
    perform writeCountLine.
    move "feed grand total:" to clLabel.
    move feedGrandTotal to clCount.
    perform writeCountLine.
    move "feed completion code:" to clLabel.
    move feedCompletionCode to clCount.
    perform writeCountLine.

*>Writes one summary count to the report and the console
writeCountLine.
    write report-record from count-line.
    display clLabel clCount.

*>---Clearing the partitions away---

*>Removes every partition's input and datasets, the line map and the
*>split control dataset, now the feed's own datasets hold everything
removePartitionDatasets.
    move 0 to datasetsRemoved.
    move 1 to partitionIndex.
    perform removeOnePartition
        until partitionIndex is greater than partitionCount.
    move mapFileName to deleteName.
    perform removeDataset.
    move splitControlName to deleteName.
    perform removeDataset.
    move "partition datasets removed:" to clLabel.
    move datasetsRemoved to clCount.
    perform writeCountLine.

*>Removes one partition's input, derived datasets, checkpoint and
*>run-status dataset
removeOnePartition.
    move mpPartitionName(partitionIndex) to deleteName.
    perform removeDataset.
    move outSuffix to mergeSuffix.
    perform removePartitionDataset.
    move excSuffix to mergeSuffix.
    perform removePartitionDataset.
    move ".rcn" to mergeSuffix.
    perform removePartitionDataset.
    move ".dup" to mergeSuffix.
    perform removePartitionDataset.
    move ".dst" to mergeSuffix.
    perform removePartitionDataset.
    move ckptSuffix to mergeSuffix.
    perform removePartitionDataset.
    move mpStatusName(partitionIndex) to deleteName.
    perform removeDataset.
    add 1 to partitionIndex.

*>Removes the partition's dataset with the current suffix
removePartitionDataset.
    move spaces to deleteName.
    string function trim(mpPartitionName(partitionIndex))
              delimited by size
          function trim(mergeSuffix) delimited by size
          into deleteName.
    perform removeDataset.

*>Deletes one dataset, counting it when it was there to delete
removeDataset.
    call "CBL_DELETE_FILE" using deleteName.
    if return-code is equal to zero
        add 1 to datasetsRemoved
    end-if.
    move 0 to return-code.

*>Sets the return code: 12 when the merge could not be done, 8 while
*>partitions are still to run, otherwise the feed's completion code
setReturnCode.
    if runFailed is equal to 1
        move 12 to return-code
    else if runFailed is equal to 2
        move 8 to return-code
    else
        move feedCompletionCode to return-code
    end-if.
