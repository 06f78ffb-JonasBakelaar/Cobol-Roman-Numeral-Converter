*>                "arc: " records is carried into a twelfths field at
*>                the end of the detail record; the hash total stays
*>                on the whole values.
*>   2026-10-14 - Reversal records ("rev: ") become type "R" detail
*>                records carrying the negated value and the reversed
*>                posting's twelfths, so the royalty side backs the
*>                original out; the negated value enters the hash total.
*>   2026-10-14 - Release control: the dataset's latest run (the
*>                timestamp of its last RUN HEADER) must have a passing
*>                audit entry in the release register (releasereg.dat,
*>                written by auditOut), or a supervisor override
*>                recorded by releaseOverride, before anything is
*>                extracted; otherwise the dataset is refused with
*>                return code 8. The register entry then records the
*>                .int dataset produced, the extract run's timestamp and
*>                the detail record count.
*>   2026-10-14 - A new extract clears the royalty acknowledgment fields
*>                on its release-register entry; royaltyAck fills them
*>                when the royalty system answers.

identification division.
program-id. extractInterface.
select xfile assign to dynamic extractOutputName
    organization is line sequential
    file status is extractOutputStatus.
select releaseFile assign to "releasereg.dat"
    organization is indexed
    access is dynamic
    record key is releaseKey
    file status is releaseFileStatus.

data division.
file section.
fd xfile.
01 xfile-record pic x(89).

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

working-storage section.
77 eof-switch pic 9 value 1.
77 sourceInputName pic x(35).
77 extractHashTotal pic S9(12) usage is computational.
77 extractCountOutput pic Z(5)9.

*>---Release-register working storage---
77 releaseFileStatus pic xx.
77 latestRunTimestamp pic x(21).
77 releasePermitted pic 9.

01 interface-header.
    05 filler pic x value "H".
    05 ifhDataset pic x(35).
        perform extractDataset
    end-if.

*>Extracts one .out dataset into its .int interface file, once the
*>release register shows its latest run passed audit
extractDataset.
    move spaces to extractOutputName.
    string function trim(sourceInputName) delimited by size
          ".int" delimited by size
          into extractOutputName.
    perform findLatestRun.
    if sourceInputStatus is not equal to "00"
        display "unable to open dataset: "
            function trim(sourceInputName)
            " (status " sourceInputStatus ")"
    else
        perform checkReleaseEntry
        if releasePermitted is equal to zero
            display "release refused, nothing extracted: "
                function trim(sourceInputName)
            move 8 to return-code
        else
            perform writeInterfaceFile
        end-if
    end-if.

*>Reads the dataset through once for the timestamp of its last RUN
*>HEADER, which names the run the release register is keyed on
findLatestRun.
    move spaces to latestRunTimestamp.
    open input sfile.
    if sourceInputStatus is equal to "00"
        move 1 to eof-switch
        perform scanRunHeader
            until eof-switch is equal to zero
        close sfile
        move "00" to sourceInputStatus
    end-if.

*>Reads one record, keeping the timestamp of a run header
scanRunHeader.
    read sfile into sfile-record
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        and sfile-record(1:12) is equal to "RUN HEADER: "
        move sfile-record(62:21) to latestRunTimestamp
    end-if.

*>Looks the latest run up in the release register: a passing audit
*>or a supervisor override releases it, anything else refuses it
checkReleaseEntry.
    move 0 to releasePermitted.
    open input releaseFile.
    if releaseFileStatus is not equal to "00"
        display "no release register (status " releaseFileStatus
            "), no dataset has passed audit"
    else
        move sourceInputName to releaseDataset
        move latestRunTimestamp to releaseRunTimestamp
        read releaseFile
            invalid key
                display "no audit recorded for run " latestRunTimestamp
            not invalid key
                if releaseAuditResult is equal to "P"
                    move 1 to releasePermitted
                else
                    if releaseOverrideFlag is equal to "O"
                        move 1 to releasePermitted
                        display "released under supervisor override by "
                            function trim(releaseOverrideBy) ": "
                            function trim(releaseOverrideReason)
                    else
                        display "audit failed for run "
                            latestRunTimestamp " at "
                            releaseAuditTimestamp
                    end-if
                end-if
        end-read
        close releaseFile
    end-if.

*>Records the extract against the released run in the register
recordExtractInRegister.
    open i-o releaseFile.
    if releaseFileStatus is not equal to "00"
        display "unable to open release register (status "
            releaseFileStatus "), extract not recorded"
    else
        move sourceInputName to releaseDataset
        move latestRunTimestamp to releaseRunTimestamp
        read releaseFile
            invalid key
                display "release entry gone for run "
                    latestRunTimestamp ", extract not recorded"
            not invalid key
                move extractOutputName to releaseExtractName
                move ifhTimestamp to releaseExtractTimestamp
                move extractCount to releaseExtractRecords
                move space to releaseAckStatus
                move spaces to releaseAckTimestamp
                move 0 to releaseAckAccepted
                move 0 to releaseAckRejected
                rewrite release-record
        end-read
        close releaseFile
    end-if.

*>Writes the .int interface file: header, one detail per value-bearing
*>record, trailer with the record count and value hash
writeInterfaceFile.
    open input sfile.
    if sourceInputStatus is not equal to "00"
        display "unable to open dataset: "
        display "interface file written: "
            function trim(extractOutputName)
            " records: " extractCountOutput
        perform recordExtractInRegister
    end-if.

*>Reads one .out record and extracts it when it carries a value
*>Works out which converter record shape this is and builds the
*>interface detail from its fixed columns: type "S" for the plain
*>single-numeral shape, "T" for document transactions, "E" for the
*>archive shape, "R" for reversals (negated value), "A" for evaluated
*>arithmetic lines; run header and trailer records carry no value and
*>are skipped
classifyExtractRecord.
    move 0 to valueFlag.
    move 0 to recordValue.
            move function numval(sfile-record(111:2)) to recordFraction
        end-if
        move 1 to valueFlag
    else if sfile-record(1:5) is equal to "rev: "
        move "R" to ifdRecordType
        move sfile-record(6:10) to ifdDocumentId
        move sfile-record(23:6) to ifdLineId
        move sfile-record(39:60) to ifdNumeral
        move function numval(sfile-record(102:8)) to recordValue
        if sfile-record(113:3) is equal to "/12"
            and sfile-record(111:2) is numeric
            move function numval(sfile-record(111:2)) to recordFraction
        end-if
        move 1 to valueFlag
    else if sfile-record(34:3) is equal to " = "
        and sfile-record(57:2) is equal to " ("
        move "A" to ifdRecordType
