*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: splits a large capture feed into
*>                partitions by document-id range so each partition
*>                can run as its own converter job, with its own
*>                checkpoint, alongside the others. The command line
*>                names the feed and the number of partitions (2-20,
*>                default 4). A first pass counts the feed's
*>                transaction rows per document into a work master
*>                (splitfeed.wrk); the documents are then dealt out in
*>                id order into ranges of about equal row counts, so a
*>                document's postings, reversals and corrections all
*>                stay in one partition and in feed order. Each
*>                partition (the feed name plus .p01, .p02, ...) gets
*>                its own "H" header (its document range and row
*>                count) and "Z" trailer (row count and expected-value
*>                hash) in place of the feed's; rows carrying no
*>                document id go to the first partition. The line map
*>                (the feed name plus .map, indexed) keeps each
*>                partition line's original feed line for the merge,
*>                and the split control dataset (the feed name plus
*>                .spl) records the feed's own control figures and the
*>                partitions for mergeFeed. A feed with an unmerged
*>                split is refused unless FORCE is given. Report:
*>                splitfeed.prt.

identification division.
program-id. splitFeed.

environment division.
input-output section.
file-control.
select feedFile assign to dynamic feedInputName
    organization is line sequential
    file status is feedInputStatus.
select countFile assign to "splitfeed.wrk"
    organization is indexed
    access is dynamic
    record key is countKey
    file status is countFileStatus.
select partitionFile assign to dynamic partitionName
    organization is line sequential
    file status is partitionFileStatus.
select mapFile assign to dynamic mapFileName
    organization is indexed
    access is dynamic
    record key is mapKey
    file status is mapFileStatus.
select splitControlFile assign to dynamic splitControlName
    organization is line sequential
    file status is splitControlStatus.
select optionsFile assign to "runoptions.dat"
    organization is line sequential
    file status is optionsFileStatus.
select reportFile assign to "splitfeed.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd feedFile.
01 feed-record pic x(100).

fd countFile.
01 count-record.
    02 countKey.
        03 countDocumentId pic x(10).
    02 countRows pic 9(6).

fd partitionFile.
01 partition-record pic x(100).

fd mapFile.
01 map-record.
    02 mapKey.
        03 mapPartition pic 9(2).
        03 mapLine pic 9(6).
    02 mapFeedLine pic 9(6).

fd splitControlFile.
01 split-control-record pic x(140).

fd optionsFile.
01 options-record pic x(80).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 feedInputName pic x(30).
77 feedInputStatus pic xx.
77 feedEofSwitch pic 9.
77 countFileStatus pic xx.
77 countEofSwitch pic 9.
77 partitionName pic x(30).
77 partitionFileStatus pic xx.
77 mapFileName pic x(35).
77 mapFileStatus pic xx.
77 splitControlName pic x(35).
77 splitControlStatus pic xx.
77 optionsFileStatus pic xx.
77 optionsEofSwitch pic 9.
77 optionKeyword pic x(30).
77 optionValue pic x(30).
77 ckptSuffix pic x(10) value ".ckpt".
77 reportFileStatus pic xx.
77 startupParameter pic x(60).
77 parameterCount pic x(5).
77 parameterForce pic x(10).
77 runTimestamp pic x(21).
77 runFailed pic 9.
77 probeFileName pic x(45).
77 deleteResult pic S9(8) usage is computational.

*>---Feed record layouts, as the converter reads them---
01 feed-work-record.
    05 feedRecordType pic x.
    05 feedDocumentId pic x(10).
    05 filler pic x(89).
01 feed-transaction redefines feed-work-record.
    05 filler pic x(17).
    05 ftNumeral pic x(30).
    05 ftExpectedValue pic x(9).
    05 filler pic x(44).
01 feed-extended redefines feed-work-record.
    05 filler pic x(17).
    05 fxNumeral pic x(60).
    05 fxExpectedValue pic x(9).
    05 filler pic x(14).
01 feed-control redefines feed-work-record.
    05 filler pic x.
    05 fcDocumentFrom pic x(10).
    05 fcDocumentTo pic x(10).
    05 fcRowCount pic x(6).
    05 fcHashTotal pic x(12).
    05 filler pic x(61).
77 feedLineNumber pic 9(6) usage is computational.
77 feedRecordClass pic x.

*>---Partition control records written in place of the feed's---
01 partition-control-record.
    05 pcRecordType pic x.
    05 pcDocumentFrom pic x(10).
    05 pcDocumentTo pic x(10).
    05 pcRowCount pic 9(6).
    05 pcHashTotal pic x(12).
77 pcHashNumber pic 9(12).

*>---Keyed control and expected-value parsing, as the converter does
*>   it---
77 ctlWorkField pic x(12).
77 ctlWorkNumber pic S9(12) usage is computational.
77 ctlDigitsFlag pic 9.
77 ctlDigitIndex pic 99.
77 ctlFieldWidth pic 99.
01 ctlDigitWork.
    02 ctlDigitChar pic x.
01 ctlDigitWorkValue redefines ctlDigitWork.
    02 ctlDigitValue pic 9.
77 trnWorkExpected pic x(9).
77 trnExpectedNumber pic S9(9) usage is computational.
77 trnExpectedDigitsFlag pic 9.
77 trnDigitIndex pic 99.
01 trnDigitWork.
    02 trnDigitChar pic x.
01 trnDigitWorkValue redefines trnDigitWork.
    02 trnDigitValue pic 9.

*>---The feed's own control figures---
77 feedRecordsRead pic 9(6) usage is computational.
77 feedCaptureRows pic 9(6) usage is computational.
77 feedCaptureHash pic S9(12) usage is computational.
77 feedOtherRows pic 9(6) usage is computational.
77 feedDocuments pic 9(6) usage is computational.
77 headerSeen pic 9.
77 headerExpectedRows pic 9(6) usage is computational.
77 trailerSeen pic 9.
77 trailerKeyedRows pic 9(6) usage is computational.
77 trailerHashTotal pic S9(12) usage is computational.
77 feedOutOfBalance pic 9.

*>---Partition plan---
77 partitionCount pic 9(2) value 4.
77 partitionsPlanned pic 9(2) usage is computational.
77 partitionTarget pic 9(6) usage is computational.
77 partitionAdvance pic 9.
77 partitionIndex pic 9(2) usage is computational.
77 partitionFound pic 9(2) usage is computational.
77 partitionLine pic 9(6) usage is computational.
01 partition-table.
    05 partitionEntry occurs 20 times.
        10 ptFirstDocument pic x(10).
        10 ptLastDocument pic x(10).
        10 ptPlannedRows pic 9(6) usage is computational.
        10 ptRecordsWritten pic 9(6) usage is computational.
        10 ptCaptureRows pic 9(6) usage is computational.
        10 ptCaptureHash pic S9(12) usage is computational.
01 partition-suffix-work.
    05 filler pic x(2) value ".p".
    05 psNumber pic 9(2).

*>---Split control dataset layouts---
01 split-feed-record.
    05 filler pic x value "F".
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
01 split-partition-record.
    05 filler pic x value "P".
    05 spPartition pic 9(2).
    05 spPartitionName pic x(30).
    05 spStatusName pic x(35).
    05 spFirstDocument pic x(10).
    05 spLastDocument pic x(10).
    05 spRecordsWritten pic 9(6).
    05 spCaptureRows pic 9(6).
    05 spCaptureHash pic 9(12).

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(26) value "CAPTURE FEED SPLIT        ".
    05 filler pic x(14) value spaces.
    05 filler pic x(5) value "run: ".
    05 rhTimestamp pic x(21).
01 report-heading-2.
    05 filler pic x(6) value "feed: ".
    05 rhFeedName pic x(30).
    05 filler pic x(14) value "  partitions: ".
    05 rhPartitions pic Z9.
01 section-line.
    05 filler pic x(3) value "-- ".
    05 slText pic x(70).
01 control-line.
    05 filler pic x(2) value spaces.
    05 clLabel pic x(32).
    05 clRows pic Z(5)9.
    05 filler pic x(7) value " hash: ".
    05 clHash pic -(11)9.
01 partition-line.
    05 filler pic x(2) value spaces.
    05 plPartitionName pic x(30).
    05 filler pic x(7) value " docs: ".
    05 plFirstDocument pic x(10).
    05 filler pic x(4) value " to ".
    05 plLastDocument pic x(10).
    05 filler pic x(7) value " rows: ".
    05 plCaptureRows pic Z(5)9.
    05 filler pic x(7) value " hash: ".
    05 plCaptureHash pic -(11)9.
01 partition-run-line.
    05 filler pic x(21) value "      run parameter: ".
    05 prParameter pic x(70).
01 count-line.
    05 ctLabel pic x(44).
    05 ctCount pic Z(5)9.

procedure division.
    accept startupParameter from command-line.
    move spaces to feedInputName.
    move spaces to parameterCount.
    move spaces to parameterForce.
    unstring startupParameter delimited by all " "
        into feedInputName parameterCount parameterForce
    end-unstring.
    if parameterCount is not equal to spaces
        if function trim(parameterCount) is numeric
            move function numval(parameterCount) to partitionCount
        else
            move 0 to partitionCount
        end-if
    end-if.
    if feedInputName is equal to spaces
        display "feed name required: splitFeed feed [partitions] [FORCE]"
        move 12 to return-code
    else if function length(function trim(feedInputName))
            is greater than 26
        display "feed name too long to partition (26 characters): "
            function trim(feedInputName)
        move 12 to return-code
    else if partitionCount is less than 2
        or partitionCount is greater than 20
        display "partitions must be 2 to 20: "
            function trim(parameterCount)
        move 12 to return-code
    else
        perform loadRunOptions
        perform splitCaptureFeed
    end-if.
    stop run.

*>Takes the checkpoint suffix from the run-options dataset, so the
*>partitions' stale checkpoints can be cleared
loadRunOptions.
    move 1 to optionsEofSwitch.
    open input optionsFile.
    if optionsFileStatus is equal to "00"
        perform readRunOption
            until optionsEofSwitch is equal to zero
        close optionsFile
    end-if.

*>Reads one keyword=value line, keeping only CKPT-SUFFIX
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
        if optionKeyword is equal to "CKPT-SUFFIX"
            move function trim(optionValue) to ckptSuffix
        end-if
    end-if.

*>Counts the feed, plans the partitions, writes them and records the
*>split for the merge
splitCaptureFeed.
    move function current-date to runTimestamp.
    move 0 to runFailed.
    move spaces to splitControlName.
    string function trim(feedInputName) delimited by size
          ".spl" delimited by size
          into splitControlName.
    move spaces to mapFileName.
    string function trim(feedInputName) delimited by size
          ".map" delimited by size
          into mapFileName.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open splitfeed.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        move runTimestamp to rhTimestamp
        write report-record from report-heading-1
        move feedInputName to rhFeedName
        move partitionCount to rhPartitions
        write report-record from report-heading-2
        perform checkPendingSplit
        if runFailed is equal to zero
            perform countFeedDocuments
        end-if
        if runFailed is equal to zero
            perform planPartitions
            perform writePartitions
        end-if
        if runFailed is equal to zero
            perform writeSplitControl
            perform writeSplitSummary
        end-if
        close reportFile
        if runFailed is equal to 1
            move 12 to return-code
        else if runFailed is equal to 2
            move 8 to return-code
        else if feedOutOfBalance is equal to 1
            move 4 to return-code
        else
            move 0 to return-code
        end-if
    end-if.

*>Refuses to split a feed whose last split has not been merged yet,
*>since its partitions may still be running, unless FORCE is given
checkPendingSplit.
    open input splitControlFile.
    if splitControlStatus is equal to "00"
        close splitControlFile
        if function upper-case(parameterForce) is equal to "FORCE"
            move "earlier split not merged, replaced (FORCE)" to slText
            write report-record from section-line
        else
            move "earlier split not merged yet, split refused" to slText
            write report-record from section-line
            display "split refused: " function trim(splitControlName)
                " shows an earlier split not yet merged"
            move 2 to runFailed
        end-if
    end-if.

*>---First pass: rows per document---

*>Reads the feed through, counting each document's transaction rows
*>into the work master and noting the feed's own control records
countFeedDocuments.
    move 0 to feedRecordsRead.
    move 0 to feedCaptureRows.
    move 0 to feedCaptureHash.
    move 0 to feedOtherRows.
    move 0 to feedDocuments.
    move 0 to headerSeen.
    move 0 to headerExpectedRows.
    move 0 to trailerSeen.
    move 0 to trailerKeyedRows.
    move 0 to trailerHashTotal.
    open input feedFile.
    if feedInputStatus is not equal to "00"
        display "unable to open feed: " function trim(feedInputName)
            " (status " feedInputStatus ")"
        move "feed could not be opened, nothing split" to slText
        write report-record from section-line
        move 1 to runFailed
    else
        open output countFile
        close countFile
        open i-o countFile
        if countFileStatus is not equal to "00"
            display "unable to create split work master (status "
                countFileStatus ")"
            move 1 to runFailed
        else
            move 1 to feedEofSwitch
            perform readFeedForCount
                until feedEofSwitch is equal to zero
            if feedCaptureRows is equal to zero
                move "feed has no transaction rows, nothing split"
                    to slText
                write report-record from section-line
                move 2 to runFailed
                close countFile
            end-if
        end-if
        close feedFile
    end-if.

*>Reads one feed record for the count pass
readFeedForCount.
    move spaces to feed-work-record.
    read feedFile into feed-work-record
        at end move zero to feedEofSwitch
    end-read.
    if feedEofSwitch is not equal to zero
        add 1 to feedRecordsRead
        perform classifyFeedRecord
        if feedRecordClass is equal to "H"
            move 1 to headerSeen
            move fcRowCount to ctlWorkField
            move 6 to ctlDigitIndex
            perform parseControlNumber
            move ctlWorkNumber to headerExpectedRows
        end-if
        if feedRecordClass is equal to "Z"
            move 1 to trailerSeen
            move fcRowCount to ctlWorkField
            move 6 to ctlDigitIndex
            perform parseControlNumber
            move ctlWorkNumber to trailerKeyedRows
            move fcHashTotal to ctlWorkField
            move 12 to ctlDigitIndex
            perform parseControlNumber
            move ctlWorkNumber to trailerHashTotal
        end-if
        if feedRecordClass is equal to "D"
            add 1 to feedCaptureRows
            add trnExpectedNumber to feedCaptureHash
            perform countDocumentRow
        end-if
        if feedRecordClass is equal to "O"
            add 1 to feedOtherRows
        end-if
    end-if.

*>Sorts a feed record into blank (B), feed header (H) or trailer (Z),
*>a transaction row carrying a document id (D) or any other row (O);
*>for a transaction row the expected value it adds to the hash is
*>worked out the way the converter does it
classifyFeedRecord.
    move 0 to trnExpectedNumber.
    if feed-work-record is equal to spaces
        move "B" to feedRecordClass
    else if feedRecordType is equal to "H"
        or feedRecordType is equal to "Z"
        move feedRecordType to feedRecordClass
    else if feedRecordType is equal to "T"
        or feedRecordType is equal to "Y"
        move "D" to feedRecordClass
        move ftExpectedValue to trnWorkExpected
        perform parseExpectedValue
    else if feedRecordType is equal to "E"
        or feedRecordType is equal to "U"
        move "D" to feedRecordClass
        move fxExpectedValue to trnWorkExpected
        perform parseExpectedValue
    else if feedRecordType is equal to "R"
        move "D" to feedRecordClass
    else
        move "O" to feedRecordClass
    end-if.

*>Adds one row to its document's count in the work master
countDocumentRow.
    move feedDocumentId to countDocumentId.
    read countFile
        invalid key
            move 1 to countRows
            add 1 to feedDocuments
            write count-record
                invalid key rewrite count-record
            end-write
        not invalid key
            add 1 to countRows
            rewrite count-record
    end-read.

*>Converts a keyed control-record count field (digits, blank padded
*>either side) into a number; ctlDigitIndex holds the field width on
*>entry and a field with no usable digits comes back as zero
parseControlNumber.
    move ctlDigitIndex to ctlFieldWidth.
    move 0 to ctlWorkNumber.
    move 0 to ctlDigitsFlag.
    move 1 to ctlDigitIndex.
    perform parseControlDigit
        until ctlDigitIndex is greater than ctlFieldWidth.
    if ctlDigitsFlag is equal to zero
        move 0 to ctlWorkNumber
    end-if.

*>Folds one character of a keyed control field into the number
parseControlDigit.
    move ctlWorkField(ctlDigitIndex:1) to ctlDigitChar.
    if ctlDigitChar is equal to " "
        move ctlDigitIndex to ctlDigitIndex
    else if ctlDigitChar is numeric
        multiply 10 by ctlWorkNumber
        add ctlDigitValue to ctlWorkNumber
        move 1 to ctlDigitsFlag
    else
        move 0 to ctlDigitsFlag
        move 99 to ctlDigitIndex
    end-if.
    add 1 to ctlDigitIndex.

*>Converts a keyed expected value into the number the converter adds
*>to the feed's hash; a value that is not all digits adds nothing
parseExpectedValue.
    move 0 to trnExpectedNumber.
    move 0 to trnExpectedDigitsFlag.
    move 1 to trnDigitIndex.
    perform parseExpectedDigit
        until trnDigitIndex is greater than 9.
    if trnExpectedDigitsFlag is equal to zero
        move 0 to trnExpectedNumber
    end-if.

*>Folds one character of the keyed expected value into the number
parseExpectedDigit.
    move trnWorkExpected(trnDigitIndex:1) to trnDigitChar.
    if trnDigitChar is equal to " "
        move trnDigitIndex to trnDigitIndex
    else if trnDigitChar is numeric
        multiply 10 by trnExpectedNumber
        add trnDigitValue to trnExpectedNumber
        move 1 to trnExpectedDigitsFlag
    else
        move 0 to trnExpectedDigitsFlag
        move 10 to trnDigitIndex
    end-if.
    add 1 to trnDigitIndex.

*>---Partition plan---

*>Deals the documents out in id order into ranges of about equal row
*>counts; a document is never split across partitions, so a feed with
*>few documents may get fewer partitions than asked for
planPartitions.
    compute partitionTarget =
        (feedCaptureRows + partitionCount - 1) / partitionCount.
    move 1 to partitionsPlanned.
    move 0 to partitionAdvance.
    move 0 to ptPlannedRows(1).
    move low-values to countKey.
    move 1 to countEofSwitch.
    start countFile key is not less than countKey
        invalid key move 0 to countEofSwitch
    end-start.
    perform assignDocumentRange
        until countEofSwitch is equal to zero.
    close countFile.

*>Reads the next document from the work master and adds it to the
*>partition being filled, starting the next one once it is full
assignDocumentRange.
    read countFile next record
        at end move zero to countEofSwitch
    end-read.
    if countEofSwitch is not equal to zero
        if partitionAdvance is equal to 1
            add 1 to partitionsPlanned
            move 0 to ptPlannedRows(partitionsPlanned)
            move 0 to partitionAdvance
        end-if
        if ptPlannedRows(partitionsPlanned) is equal to zero
            move countDocumentId to ptFirstDocument(partitionsPlanned)
        end-if
        move countDocumentId to ptLastDocument(partitionsPlanned)
        add countRows to ptPlannedRows(partitionsPlanned)
        if ptPlannedRows(partitionsPlanned) is not less than
                partitionTarget
            and partitionsPlanned is less than partitionCount
            move 1 to partitionAdvance
        end-if
    end-if.

*>---Second pass: the partitions---

*>Writes every planned partition, one pass of the feed each, and the
*>line map that ties their lines back to the feed
writePartitions.
    open output mapFile.
    if mapFileStatus is not equal to "00"
        display "unable to create line map: "
            function trim(mapFileName) " (status " mapFileStatus ")"
        move 1 to runFailed
    else
        move "partitions" to slText
        write report-record from section-line
        move 1 to partitionIndex
        perform writeOnePartition
            until partitionIndex is greater than partitionsPlanned
            or runFailed is not equal to zero
        close mapFile
    end-if.

*>Writes one partition: its header, its rows in feed order, and its
*>trailer; a checkpoint or status dataset left from an earlier split
*>under the same name is removed first so the run starts clean
writeOnePartition.
    move partitionIndex to psNumber.
    move spaces to partitionName.
    string function trim(feedInputName) delimited by size
          partition-suffix-work delimited by size
          into partitionName.
    perform clearPartitionLeftovers.
    move 0 to ptRecordsWritten(partitionIndex).
    move 0 to ptCaptureRows(partitionIndex).
    move 0 to ptCaptureHash(partitionIndex).
    move 0 to partitionLine.
    open output partitionFile.
    open input feedFile.
    if partitionFileStatus is not equal to "00"
        or feedInputStatus is not equal to "00"
        display "unable to write partition: "
            function trim(partitionName)
            " (status " partitionFileStatus "/" feedInputStatus ")"
        move 1 to runFailed
        if partitionFileStatus is equal to "00"
            close partitionFile
        end-if
        if feedInputStatus is equal to "00"
            close feedFile
        end-if
    else
        move "H" to pcRecordType
        move ptPlannedRows(partitionIndex) to pcRowCount
        move spaces to pcHashTotal
        perform writePartitionControl
        move 0 to feedLineNumber
        move 1 to feedEofSwitch
        perform copyPartitionRecord
            until feedEofSwitch is equal to zero
        move "Z" to pcRecordType
        move ptCaptureRows(partitionIndex) to pcRowCount
        move ptCaptureHash(partitionIndex) to pcHashNumber
        move pcHashNumber to pcHashTotal
        perform writePartitionControl
        close feedFile
        close partitionFile
        move partitionName to plPartitionName
        move ptFirstDocument(partitionIndex) to plFirstDocument
        move ptLastDocument(partitionIndex) to plLastDocument
        move ptCaptureRows(partitionIndex) to plCaptureRows
        move ptCaptureHash(partitionIndex) to plCaptureHash
        write report-record from partition-line
        move spaces to prParameter
        string function trim(partitionName) delimited by size
              " " delimited by size
              function trim(partitionName) delimited by size
              ".sts" delimited by size
              into prParameter
        write report-record from partition-run-line
    end-if.
    add 1 to partitionIndex.

*>Removes the checkpoint and run-status datasets an earlier split
*>left under this partition's name
clearPartitionLeftovers.
    move spaces to probeFileName.
    string function trim(partitionName) delimited by size
          function trim(ckptSuffix) delimited by size
          into probeFileName.
    call "CBL_DELETE_FILE" using probeFileName.
    move return-code to deleteResult.
    move spaces to probeFileName.
    string function trim(partitionName) delimited by size
          ".sts" delimited by size
          into probeFileName.
    call "CBL_DELETE_FILE" using probeFileName.
    move return-code to deleteResult.
    move 0 to return-code.

*>Writes the partition's own header or trailer over its range
writePartitionControl.
    move ptFirstDocument(partitionIndex) to pcDocumentFrom.
    move ptLastDocument(partitionIndex) to pcDocumentTo.
    move spaces to partition-record.
    move partition-control-record to partition-record.
    write partition-record.
    add 1 to partitionLine.

*>Reads one feed record and copies it to the partition when it
*>belongs there: a transaction row by its document's range, any other
*>row to the first partition; the feed's own header, trailer and
*>blank lines are left out
copyPartitionRecord.
    move spaces to feed-work-record.
    read feedFile into feed-work-record
        at end move zero to feedEofSwitch
    end-read.
    if feedEofSwitch is not equal to zero
        add 1 to feedLineNumber
        perform classifyFeedRecord
        if feedRecordClass is equal to "D"
            perform findDocumentPartition
            if partitionFound is equal to partitionIndex
                add 1 to ptCaptureRows(partitionIndex)
                add trnExpectedNumber to ptCaptureHash(partitionIndex)
                perform writePartitionRecord
            end-if
        end-if
        if feedRecordClass is equal to "O"
            and partitionIndex is equal to 1
            perform writePartitionRecord
        end-if
    end-if.

*>Finds the partition whose range holds the row's document
findDocumentPartition.
    move 1 to partitionFound.
    perform nextDocumentPartition
        until partitionFound is not less than partitionsPlanned
        or feedDocumentId is not greater than
            ptLastDocument(partitionFound).

*>Steps on to the next partition range
nextDocumentPartition.
    add 1 to partitionFound.

*>Writes one feed row to the partition and maps its line back to the
*>feed
writePartitionRecord.
    move feed-work-record to partition-record.
    write partition-record.
    add 1 to partitionLine.
    add 1 to ptRecordsWritten(partitionIndex).
    move partitionIndex to mapPartition.
    move partitionLine to mapLine.
    move feedLineNumber to mapFeedLine.
    write map-record
        invalid key rewrite map-record
    end-write.

*>---Split control dataset and summary---

*>Records the feed's own control figures and the partitions for the
*>merge step
writeSplitControl.
    open output splitControlFile.
    if splitControlStatus is not equal to "00"
        display "unable to write split control dataset: "
            function trim(splitControlName)
            " (status " splitControlStatus ")"
        move 1 to runFailed
    else
        move feedInputName to sfFeedName
        move runTimestamp to sfSplitTimestamp
        move partitionsPlanned to sfPartitionCount
        move feedRecordsRead to sfRecordsRead
        move feedCaptureRows to sfCaptureRows
        move feedCaptureHash to sfCaptureHash
        move feedOtherRows to sfOtherRows
        move headerSeen to sfHeaderSeen
        move headerExpectedRows to sfHeaderRows
        move trailerSeen to sfTrailerSeen
        move trailerKeyedRows to sfTrailerRows
        move trailerHashTotal to sfTrailerHash
        write split-control-record from split-feed-record
        move 1 to partitionIndex
        perform writeSplitPartition
            until partitionIndex is greater than partitionsPlanned
        close splitControlFile
    end-if.

*>Records one partition in the split control dataset
writeSplitPartition.
    move partitionIndex to psNumber.
    move partitionIndex to spPartition.
    move spaces to spPartitionName.
    string function trim(feedInputName) delimited by size
          partition-suffix-work delimited by size
          into spPartitionName.
    move spaces to spStatusName.
    string function trim(spPartitionName) delimited by size
          ".sts" delimited by size
          into spStatusName.
    move ptFirstDocument(partitionIndex) to spFirstDocument.
    move ptLastDocument(partitionIndex) to spLastDocument.
    move ptRecordsWritten(partitionIndex) to spRecordsWritten.
    move ptCaptureRows(partitionIndex) to spCaptureRows.
    move ptCaptureHash(partitionIndex) to spCaptureHash.
    write split-control-record from split-partition-record.
    add 1 to partitionIndex.

*>Prints the feed's own control figures against what was split, and
*>the counts; a feed already out of balance with its own trailer is
*>flagged here, before any partition runs
writeSplitSummary.
    move 0 to feedOutOfBalance.
    if headerSeen is equal to 1
        and trailerSeen is equal to zero
        move 1 to feedOutOfBalance
    end-if.
    if trailerSeen is equal to 1
        if trailerKeyedRows is not equal to feedCaptureRows
            or trailerHashTotal is not equal to feedCaptureHash
            move 1 to feedOutOfBalance
        end-if
    end-if.
    if headerSeen is equal to 1
        and headerExpectedRows is not equal to feedCaptureRows
        move 1 to feedOutOfBalance
    end-if.
    move "feed control figures" to slText.
    write report-record from section-line.
    move "rows split:" to clLabel.
    move feedCaptureRows to clRows.
    move feedCaptureHash to clHash.
    write report-record from control-line.
    if headerSeen is equal to 1
        move "feed header expected rows:" to clLabel
        move headerExpectedRows to clRows
        move 0 to clHash
        write report-record from control-line
    end-if.
    if trailerSeen is equal to 1
        move "feed trailer:" to clLabel
        move trailerKeyedRows to clRows
        move trailerHashTotal to clHash
        write report-record from control-line
    end-if.
    if feedOutOfBalance is equal to 1
        move "feed out of balance with its own control records"
            to slText
        write report-record from section-line
    end-if.
    move "summary" to slText.
    write report-record from section-line.
    move "feed records read:" to ctLabel.
    move feedRecordsRead to ctCount.
    perform writeCountLine.
    move "documents:" to ctLabel.
    move feedDocuments to ctCount.
    perform writeCountLine.
    move "transaction rows:" to ctLabel.
    move feedCaptureRows to ctCount.
    perform writeCountLine.
    move "rows without a document (first partition):" to ctLabel.
    move feedOtherRows to ctCount.
    perform writeCountLine.
    move "partitions written:" to ctLabel.
    move partitionsPlanned to ctCount.
    perform writeCountLine.

*>Writes one summary count to the report and the console
writeCountLine.
    write report-record from count-line.
    display ctLabel ctCount.
