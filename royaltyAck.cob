*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: intake of the royalty system's
*>                acknowledgment (return) file. Each acknowledgment
*>                names the .int extract it answers and echoes that
*>                extract's header timestamp; it is matched to the .int
*>                and to the extract's release-register entry, and its
*>                accepted count and hash are balanced against the .int
*>                trailer less the detail records the royalty side
*>                rejected. Every rejected record is listed with its
*>                document id, line id and reason. Extracts still
*>                without an acknowledgment after the overdue limit
*>                (command-line days, default 2) are flagged. Writes the
*>                exceptions report royaltyack.prt and the
*>                acknowledgment status on each release-register entry.

identification division.
program-id. royaltyAck.

environment division.
input-output section.
file-control.
select ackFile assign to dynamic ackInputName
    organization is line sequential
    file status is ackInputStatus.
select intFile assign to dynamic intInputName
    organization is line sequential
    file status is intInputStatus.
select releaseFile assign to "releasereg.dat"
    organization is indexed
    access is dynamic
    record key is releaseKey
    file status is releaseFileStatus.
select reportFile assign to "royaltyack.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd ackFile.
01 ack-record pic x(130).

fd intFile.
01 int-record pic x(89).

fd releaseFile.
01 release-record.
    02 releaseKey.
        03 releaseDataset pic x(35).
        03 releaseRunTimestamp pic x(21).
    02 releaseAuditResult pic x.
    02 releaseAuditTimestamp pic x(21).
    02 releaseDiscrepancies pic 9(6).
    02 releaseOverrideFlag pic x.
    02 releaseOverrideBy pic x(8).
    02 releaseOverrideReason pic x(60).
    02 releaseOverrideTimestamp pic x(21).
    02 releaseExtractName pic x(40).
    02 releaseExtractTimestamp pic x(21).
    02 releaseExtractRecords pic 9(6).
    02 releaseAckStatus pic x.
    02 releaseAckTimestamp pic x(21).
    02 releaseAckAccepted pic 9(6).
    02 releaseAckRejected pic 9(6).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 ackEofSwitch pic 9.
77 intEofSwitch pic 9.
77 releaseEofSwitch pic 9.
77 ackInputName pic x(40) value "royaltyack.dat".
77 ackInputStatus pic xx.
77 intInputName pic x(40).
77 intInputStatus pic xx.
77 releaseFileStatus pic xx.
77 reportFileStatus pic xx.
77 startupParameter pic x(60).
77 parameterAckName pic x(40).
77 parameterDays pic x(5).
77 overdueDays pic 9(5) value 2.
77 runTimestamp pic x(21).
77 todayInteger pic 9(8) usage is computational.
77 extractAgeDays pic S9(8) usage is computational.
77 ackOpen pic 9.

*>---Acknowledgment record layouts---
01 ack-work-record.
    05 ackRecordType pic x.
    05 filler pic x(129).
01 ack-header redefines ack-work-record.
    05 filler pic x.
    05 ahExtractName pic x(40).
    05 ahExtractTimestamp pic x(21).
    05 ahAckTimestamp pic x(21).
    05 ahStatus pic x.
    05 ahAcceptedCount pic 9(6).
    05 ahAcceptedHash pic S9(12) sign is leading separate.
    05 ahRejectedCount pic 9(6).
01 ack-detail redefines ack-work-record.
    05 filler pic x.
    05 adDocumentId pic x(10).
    05 adLineId pic x(6).
    05 adReasonCode pic x(4).
    05 adReasonText pic x(60).

*>---Acknowledgment being reconciled---
01 current-ack.
    05 caExtractName pic x(40).
    05 caExtractTimestamp pic x(21).
    05 caAckTimestamp pic x(21).
    05 caStatus pic x.
    05 caAcceptedCount pic 9(6).
    05 caAcceptedHash pic S9(12).
    05 caRejectedCount pic 9(6).
77 rejectDetailCount pic 9(6) usage is computational.

*>---Rejected records listed on the current acknowledgment---
01 reject-table.
    05 rejectEntry occurs 500 times.
        10 rejDocumentId pic x(10).
        10 rejLineId pic x(6).
        10 rejMatched pic 9.
77 rejectEntryCount pic 9(4) usage is computational.
77 rejectOverflow pic 9(6) usage is computational.
77 rejectIndex pic 9(4) usage is computational.
77 rejectFoundIndex pic 9(4) usage is computational.

*>---Interface file layouts, as extractInterface writes them---
01 interface-header.
    05 ifhRecordType pic x.
    05 ifhDataset pic x(35).
    05 ifhTimestamp pic x(21).
    05 filler pic x(32).
01 interface-detail redefines interface-header.
    05 ifdRecordType pic x.
    05 ifdDocumentId pic x(10).
    05 ifdLineId pic x(6).
    05 ifdNumeral pic x(60).
    05 ifdValue pic S9(9) sign is leading separate.
    05 ifdFraction pic 9(2).
01 interface-trailer redefines interface-header.
    05 iftRecordType pic x.
    05 iftRecordCount pic 9(6).
    05 iftHashTotal pic S9(12) sign is leading separate.
    05 filler pic x(69).

*>---Balancing working storage for the current acknowledgment---
77 intDataset pic x(35).
77 intTimestamp pic x(21).
77 intHeaderFound pic 9.
77 intTrailerFound pic 9.
77 intDetailCount pic 9(6) usage is computational.
77 intTrailerCount pic 9(6) usage is computational.
77 intTrailerHash pic S9(12) usage is computational.
77 rejectedInExtract pic 9(6) usage is computational.
77 rejectedHash pic S9(12) usage is computational.
77 expectedAccepted pic S9(6) usage is computational.
77 expectedHash pic S9(12) usage is computational.
77 ackMatched pic 9.
77 ackBalanced pic 9.
77 registerFound pic 9.

*>---Run totals---
77 acksRead pic 9(6) usage is computational.
77 acksBalanced pic 9(6) usage is computational.
77 acksWithRejects pic 9(6) usage is computational.
77 acksOutOfBalance pic 9(6) usage is computational.
77 acksUnmatched pic 9(6) usage is computational.
77 extractsOverdue pic 9(6) usage is computational.
77 extractsAwaiting pic 9(6) usage is computational.

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(33) value "ROYALTY ACKNOWLEDGMENT EXCEPTIONS".
    05 filler pic x(7) value spaces.
    05 filler pic x(5) value "run: ".
    05 rhTimestamp pic x(21).
01 report-heading-2.
    05 filler pic x(22) value "acknowledgment file:  ".
    05 rhAckName pic x(40).
    05 filler pic x(16) value "  overdue after ".
    05 rhOverdueDays pic ZZZZ9.
    05 filler pic x(5) value " days".
01 ack-heading-line.
    05 filler pic x(9) value "extract: ".
    05 alExtractName pic x(40).
    05 filler pic x(12) value " extracted: ".
    05 alExtractTimestamp pic x(21).
    05 filler pic x(6) value " ack: ".
    05 alAckTimestamp pic x(21).
    05 filler pic x(9) value " status: ".
    05 alStatus pic x.
01 ack-count-line.
    05 filler pic x(22) value "    accepted records: ".
    05 acAccepted pic Z(5)9.
    05 filler pic x(7) value " hash: ".
    05 acHash pic -(11)9.
    05 filler pic x(12) value " rejected: ".
    05 acRejected pic Z(5)9.
01 reject-line.
    05 filler pic x(17) value "    rejected doc ".
    05 rlDocumentId pic x(10).
    05 filler pic x(6) value " line ".
    05 rlLineId pic x(6).
    05 filler pic x(8) value " reason ".
    05 rlReasonCode pic x(4).
    05 filler pic x value space.
    05 rlReasonText pic x(60).
01 result-line.
    05 filler pic x(12) value "    result: ".
    05 resultText pic x(100).
01 overdue-heading-line pic x(50) value
    "open items - extracts with no acknowledgment".
01 overdue-line.
    05 filler pic x(9) value "extract: ".
    05 olExtractName pic x(40).
    05 filler pic x(12) value " extracted: ".
    05 olExtractTimestamp pic x(21).
    05 filler pic x(6) value " age: ".
    05 olAgeDays pic ZZZZ9.
    05 filler pic x(5) value " days".
01 summary-line-1.
    05 filler pic x(17) value "acknowledgments: ".
    05 slAcks pic Z(5)9.
    05 filler pic x(12) value "  balanced: ".
    05 slBalanced pic Z(5)9.
    05 filler pic x(19) value "  with rejections: ".
    05 slRejects pic Z(5)9.
    05 filler pic x(18) value "  out of balance: ".
    05 slOutOfBalance pic Z(5)9.
    05 filler pic x(13) value "  unmatched: ".
    05 slUnmatched pic Z(5)9.
01 summary-line-2.
    05 filler pic x(18) value "extracts overdue: ".
    05 slOverdue pic Z(5)9.
    05 filler pic x(24) value "  awaiting (not overdue)".
    05 filler pic x(2) value ": ".
    05 slAwaiting pic Z(5)9.
77 editCount pic Z(5)9.
77 editHash pic -(11)9.

procedure division.
    accept startupParameter from command-line.
    if startupParameter is not equal to spaces
        move spaces to parameterAckName
        move spaces to parameterDays
        unstring startupParameter delimited by all " "
            into parameterAckName parameterDays
        end-unstring
        if parameterAckName is not equal to spaces
            move parameterAckName to ackInputName
        end-if
        if parameterDays is not equal to spaces
            if function trim(parameterDays) is numeric
                move function numval(parameterDays) to overdueDays
            else
                display "overdue days not numeric, "
                    "default of 2 days used"
            end-if
        end-if
    end-if.
    perform processAcknowledgments.
    stop run.

*>Reconciles every acknowledgment on the return file, then flags the
*>extracts that are still unanswered
processAcknowledgments.
    move function current-date to runTimestamp.
    move function integer-of-date(
        function numval(runTimestamp(1:8))) to todayInteger.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open royaltyack.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        perform openReleaseRegister
        if releaseFileStatus is not equal to "00"
            display "unable to open release register (status "
                releaseFileStatus ")"
            move 12 to return-code
        else
            perform writeReportHeadings
            perform readAcknowledgmentFile
            perform flagOverdueExtracts
            perform writeSummary
            close releaseFile
        end-if
        close reportFile
    end-if.

*>Opens the release register for update, creating it when it does not
*>yet exist
openReleaseRegister.
    open i-o releaseFile.
    if releaseFileStatus is equal to "35"
        open output releaseFile
        close releaseFile
        open i-o releaseFile
    end-if.

*>Writes the report headings
writeReportHeadings.
    move runTimestamp to rhTimestamp.
    write report-record from report-heading-1.
    move ackInputName to rhAckName.
    move overdueDays to rhOverdueDays.
    write report-record from report-heading-2.
    move spaces to report-record.
    write report-record.

*>Reads the return file through: an "A" record opens an
*>acknowledgment, the "D" records after it are the details it
*>rejected; each acknowledgment is reconciled when the next one
*>starts or the file ends
readAcknowledgmentFile.
    move 0 to ackOpen.
    open input ackFile.
    if ackInputStatus is equal to "35"
        display "no acknowledgment file received: "
            function trim(ackInputName)
    else if ackInputStatus is not equal to "00"
        display "unable to open acknowledgment file: "
            function trim(ackInputName)
            " (status " ackInputStatus ")"
        move 12 to return-code
    else
        move 1 to ackEofSwitch
        perform readAcknowledgmentLine
            until ackEofSwitch is equal to zero
        if ackOpen is equal to 1
            perform reconcileAcknowledgment
        end-if
        close ackFile
    end-if.

*>Reads one return-file record and files it under its acknowledgment
readAcknowledgmentLine.
    read ackFile into ack-work-record
        at end move zero to ackEofSwitch
    end-read.
    if ackEofSwitch is not equal to zero
        if ackRecordType is equal to "A"
            if ackOpen is equal to 1
                perform reconcileAcknowledgment
            end-if
            perform startAcknowledgment
        else
            if ackRecordType is equal to "D"
                perform storeRejectedRecord
            end-if
        end-if
    end-if.

*>Takes up a new acknowledgment header
startAcknowledgment.
    add 1 to acksRead.
    move 1 to ackOpen.
    move ahExtractName to caExtractName.
    move ahExtractTimestamp to caExtractTimestamp.
    move ahAckTimestamp to caAckTimestamp.
    move ahStatus to caStatus.
    if ahAcceptedCount is numeric
        move ahAcceptedCount to caAcceptedCount
    else
        move 0 to caAcceptedCount
    end-if.
    if ahAcceptedHash is numeric
        move ahAcceptedHash to caAcceptedHash
    else
        move 0 to caAcceptedHash
    end-if.
    if ahRejectedCount is numeric
        move ahRejectedCount to caRejectedCount
    else
        move 0 to caRejectedCount
    end-if.
    move 0 to rejectDetailCount.
    move 0 to rejectEntryCount.
    move 0 to rejectOverflow.
    move caExtractName to alExtractName.
    move caExtractTimestamp to alExtractTimestamp.
    move caAckTimestamp to alAckTimestamp.
    move caStatus to alStatus.
    write report-record from ack-heading-line.
    move caAcceptedCount to acAccepted.
    move caAcceptedHash to acHash.
    move caRejectedCount to acRejected.
    write report-record from ack-count-line.

*>Lists one rejected record and keeps its key for the balancing
storeRejectedRecord.
    if ackOpen is equal to 0
        display "rejection detail before any acknowledgment ignored: "
            adDocumentId " " adLineId
    else
        add 1 to rejectDetailCount
        move adDocumentId to rlDocumentId
        move adLineId to rlLineId
        move adReasonCode to rlReasonCode
        move adReasonText to rlReasonText
        write report-record from reject-line
        if rejectEntryCount is less than 500
            add 1 to rejectEntryCount
            move adDocumentId to rejDocumentId(rejectEntryCount)
            move adLineId to rejLineId(rejectEntryCount)
            move 0 to rejMatched(rejectEntryCount)
        else
            add 1 to rejectOverflow
        end-if
    end-if.

*>---Reconciling one acknowledgment---

*>Balances the acknowledgment against its .int extract and records the
*>outcome on the extract's release-register entry
reconcileAcknowledgment.
    move 0 to ackOpen.
    move 1 to ackMatched.
    move 1 to ackBalanced.
    perform readInterfaceFile.
    if ackMatched is equal to 1
        perform balanceAcknowledgment
        perform updateReleaseEntry
    end-if.
    if ackMatched is equal to 0
        add 1 to acksUnmatched
        move 8 to return-code
    else if ackBalanced is equal to 0
        add 1 to acksOutOfBalance
        move 8 to return-code
    else if caStatus is equal to "R"
        or rejectDetailCount is greater than zero
        add 1 to acksWithRejects
        if return-code is less than 4
            move 4 to return-code
        end-if
        move "balanced, with rejected records to chase" to resultText
        write report-record from result-line
    else
        add 1 to acksBalanced
        move "balanced" to resultText
        write report-record from result-line
    end-if.
    move spaces to report-record.
    write report-record.

*>Reads the .int the acknowledgment names: its header must carry the
*>timestamp the royalty side echoed, or the acknowledgment answers an
*>extract that has since been superseded
readInterfaceFile.
    move caExtractName to intInputName.
    move 0 to intHeaderFound.
    move 0 to intTrailerFound.
    move 0 to intDetailCount.
    move 0 to intTrailerCount.
    move 0 to intTrailerHash.
    move 0 to rejectedInExtract.
    move 0 to rejectedHash.
    move spaces to intDataset.
    move spaces to intTimestamp.
    open input intFile.
    if intInputStatus is not equal to "00"
        move 0 to ackMatched
        move spaces to resultText
        string "extract dataset not found (status " delimited by size
              intInputStatus delimited by size
              ")" delimited by size
              into resultText
        write report-record from result-line
    else
        move 1 to intEofSwitch
        perform readInterfaceLine
            until intEofSwitch is equal to zero
        close intFile
        perform checkInterfaceFraming
    end-if.

*>Checks the .int read has its header and trailer and is the very
*>extract the acknowledgment answers
checkInterfaceFraming.
    if intHeaderFound is equal to 0 or intTrailerFound is equal to 0
        move 0 to ackMatched
        move "extract has no interface header or trailer"
            to resultText
        write report-record from result-line
    else if intTimestamp is not equal to caExtractTimestamp
        move 0 to ackMatched
        move spaces to resultText
        string "superseded extract, current one was written "
                  delimited by size
              intTimestamp delimited by size
              into resultText
        write report-record from result-line
    end-if.

*>Reads one .int record: header, detail or trailer
readInterfaceLine.
    read intFile into interface-header
        at end move zero to intEofSwitch
    end-read.
    if intEofSwitch is not equal to zero
        perform classifyInterfaceRecord
    end-if.

*>Takes the header and trailer figures; every other record is a
*>detail, checked against the rejected records
classifyInterfaceRecord.
    if ifhRecordType is equal to "H" and intHeaderFound is equal to 0
        move 1 to intHeaderFound
        move ifhDataset to intDataset
        move ifhTimestamp to intTimestamp
    else if iftRecordType is equal to "Z"
        move 1 to intTrailerFound
        move iftRecordCount to intTrailerCount
        move iftHashTotal to intTrailerHash
    else
        add 1 to intDetailCount
        perform matchRejectedRecord
    end-if.

*>Checks one .int detail against the rejected records; a rejected one
*>comes off the expected accepted count and hash
matchRejectedRecord.
    move 0 to rejectFoundIndex.
    move 1 to rejectIndex.
    perform scanRejectEntry
        until rejectIndex is greater than rejectEntryCount
        or rejectFoundIndex is greater than zero.
    if rejectFoundIndex is greater than zero
        move 1 to rejMatched(rejectFoundIndex)
        add 1 to rejectedInExtract
        add ifdValue to rejectedHash
    end-if.

*>Checks one rejected-record entry against the current .int detail;
*>matched entries stay claimed so repeated keys pair off one to one
scanRejectEntry.
    if rejDocumentId(rejectIndex) is equal to ifdDocumentId
        and rejLineId(rejectIndex) is equal to ifdLineId
        and rejMatched(rejectIndex) is equal to zero
        move rejectIndex to rejectFoundIndex
    end-if.
    add 1 to rejectIndex.

*>Balances the acknowledged counts and hash against the .int trailer
*>less the rejected records
balanceAcknowledgment.
    if intDetailCount is not equal to intTrailerCount
        move 0 to ackBalanced
        move intDetailCount to editCount
        move spaces to resultText
        string "extract trailer count disagrees with its details: "
                  delimited by size
              editCount delimited by size
              into resultText
        write report-record from result-line
    end-if.
    if caRejectedCount is not equal to rejectDetailCount
        move 0 to ackBalanced
        move rejectDetailCount to editCount
        move spaces to resultText
        string "rejected count disagrees with rejection details: "
                  delimited by size
              editCount delimited by size
              into resultText
        write report-record from result-line
    end-if.
    if rejectOverflow is greater than zero
        move 0 to ackBalanced
        move "too many rejection details to balance, check by hand"
            to resultText
        write report-record from result-line
    end-if.
    if rejectedInExtract is less than rejectEntryCount
        move 0 to ackBalanced
        perform reportUnknownRejects
    end-if.
    if caStatus is equal to "R"
        move 0 to expectedAccepted
        move 0 to expectedHash
    else
        compute expectedAccepted = intTrailerCount - rejectedInExtract
        compute expectedHash = intTrailerHash - rejectedHash
    end-if.
    if caAcceptedCount is not equal to expectedAccepted
        move 0 to ackBalanced
        move expectedAccepted to editCount
        move spaces to resultText
        string "accepted count out of balance, expected "
                  delimited by size
              editCount delimited by size
              into resultText
        write report-record from result-line
    end-if.
    if caAcceptedHash is not equal to expectedHash
        move 0 to ackBalanced
        move expectedHash to editHash
        move spaces to resultText
        string "accepted hash out of balance, expected "
                  delimited by size
              editHash delimited by size
              into resultText
        write report-record from result-line
    end-if.

*>Lists every rejected record that is not on the extract
reportUnknownRejects.
    move 1 to rejectIndex.
    perform reportUnknownReject
        until rejectIndex is greater than rejectEntryCount.

*>Lists one rejected record when no .int detail carried its key
reportUnknownReject.
    if rejMatched(rejectIndex) is equal to zero
        move spaces to resultText
        string "rejected record not on the extract: doc "
                  delimited by size
              rejDocumentId(rejectIndex) delimited by size
              " line " delimited by size
              rejLineId(rejectIndex) delimited by size
              into resultText
        write report-record from result-line
    end-if.
    add 1 to rejectIndex.

*>Finds the extract's release-register entry (same .out dataset, same
*>extract timestamp) and records the acknowledgment on it: "A"
*>accepted, "P" accepted with rejections, "R" file rejected, "X" out
*>of balance
updateReleaseEntry.
    move 0 to registerFound.
    move intDataset to releaseDataset.
    move low-values to releaseRunTimestamp.
    move 1 to releaseEofSwitch.
    start releaseFile key is not less than releaseKey
        invalid key move 0 to releaseEofSwitch
    end-start.
    perform findReleaseEntry
        until releaseEofSwitch is equal to zero
        or registerFound is equal to 1.
    if registerFound is equal to 0
        move 0 to ackMatched
        move "no release-register entry for this extract"
            to resultText
        write report-record from result-line
    else
        perform setAcknowledgmentStatus
        move caAckTimestamp to releaseAckTimestamp
        move caAcceptedCount to releaseAckAccepted
        move caRejectedCount to releaseAckRejected
        rewrite release-record
        if releaseFileStatus is not equal to "00"
            display "unable to update release register (status "
                releaseFileStatus ") for " function trim(caExtractName)
        end-if
    end-if.

*>Works out the acknowledgment status the register entry takes
setAcknowledgmentStatus.
    if ackBalanced is equal to 0
        move "X" to releaseAckStatus
    else if caStatus is equal to "R"
        move "R" to releaseAckStatus
    else if rejectDetailCount is greater than zero
        move "P" to releaseAckStatus
    else
        move "A" to releaseAckStatus
    end-if.

*>Reads the next register entry for the dataset, looking for the one
*>the extract was recorded against
findReleaseEntry.
    read releaseFile next record
        at end move 0 to releaseEofSwitch
    end-read.
    if releaseEofSwitch is not equal to zero
        if releaseDataset is not equal to intDataset
            move 0 to releaseEofSwitch
        else
            if releaseExtractTimestamp is equal to intTimestamp
                move 1 to registerFound
            end-if
        end-if
    end-if.

*>---Open items---

*>Walks the whole register for extracts the royalty side has not
*>answered, marking those past the overdue limit "O"
flagOverdueExtracts.
    move low-values to releaseKey.
    move 1 to releaseEofSwitch.
    start releaseFile key is not less than releaseKey
        invalid key move 0 to releaseEofSwitch
    end-start.
    write report-record from overdue-heading-line.
    perform checkOverdueEntry
        until releaseEofSwitch is equal to zero.
    move spaces to report-record.
    write report-record.

*>Checks one register entry: an extract with no acknowledgment is
*>overdue once its age reaches the limit
checkOverdueEntry.
    read releaseFile next record
        at end move 0 to releaseEofSwitch
    end-read.
    if releaseEofSwitch is not equal to zero
        and releaseExtractName is not equal to spaces
        and (releaseAckStatus is equal to space
            or releaseAckStatus is equal to "O")
        if releaseExtractTimestamp(1:8) is numeric
            compute extractAgeDays = todayInteger
                - function integer-of-date(
                    function numval(releaseExtractTimestamp(1:8)))
        else
            move 0 to extractAgeDays
        end-if
        if extractAgeDays is greater than or equal to overdueDays
            perform flagOverdueEntry
        else
            add 1 to extractsAwaiting
        end-if
    end-if.

*>Lists one overdue extract and marks its register entry
flagOverdueEntry.
    add 1 to extractsOverdue.
    if return-code is less than 4
        move 4 to return-code
    end-if.
    move releaseExtractName to olExtractName.
    move releaseExtractTimestamp to olExtractTimestamp.
    move extractAgeDays to olAgeDays.
    write report-record from overdue-line.
    if releaseAckStatus is not equal to "O"
        move "O" to releaseAckStatus
        rewrite release-record
    end-if.

*>Writes the run summary to the report and the console
writeSummary.
    move acksRead to slAcks.
    move acksBalanced to slBalanced.
    move acksWithRejects to slRejects.
    move acksOutOfBalance to slOutOfBalance.
    move acksUnmatched to slUnmatched.
    write report-record from summary-line-1.
    move extractsOverdue to slOverdue.
    move extractsAwaiting to slAwaiting.
    write report-record from summary-line-2.
    display summary-line-1.
    display summary-line-2.
    display "exceptions report written: royaltyack.prt".
