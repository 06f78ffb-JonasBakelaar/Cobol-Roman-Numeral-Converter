*>                records carrying Roman fractions; page subtotals
*>                stay on the whole values, the fraction prints with
*>                the record.
*>   2026-10-14 - Reversal records ("rev: ") print with their negated
*>                value and come off the page subtotals and the dataset
*>                total.
*>   2026-10-14 - Release control: a dataset is only printed when the
*>                release register (releasereg.dat) shows a passing
*>                audit, or a supervisor override, for its latest run;
*>                otherwise it is refused with return code 8.

identification division.
program-id. printStrings.
select lfile assign to dynamic printOutputName
    organization is line sequential
    file status is printOutputStatus.
select releaseFile assign to "releasereg.dat"
    organization is indexed
    access is dynamic
    record key is releaseKey
    file status is releaseFileStatus.

data division.
file section.
fd lfile.
01 lfile-record pic x(123).

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
77 printInputName pic x(35).
77 pageSubtotal pic S9(12) usage is computational.
77 reportTotal pic S9(12) usage is computational.
77 detailCount pic 9(6) usage is computational.
77 releaseFileStatus pic xx.
77 latestRunTimestamp pic x(21).
77 releasePermitted pic 9.
01 page-heading-1.
    05 filler pic x(33) value "ROMAN NUMERAL CONVERSION REGISTER".
    05 filler pic x(37) value spaces.
        perform formatDataset
    end-if.

*>Formats one .out dataset into its printer-ready .prt report, once the
*>release register shows its latest run passed audit
formatDataset.
    move spaces to printOutputName.
    string function trim(printInputName) delimited by size
          ".prt" delimited by size
          into printOutputName.
    perform findLatestRun.
    if printInputStatus is not equal to "00"
        display "unable to open dataset: "
            function trim(printInputName)
            " (status " printInputStatus ")"
    else
        perform checkReleaseEntry
        if releasePermitted is equal to zero
            display "release refused, nothing printed: "
                function trim(printInputName)
            move 8 to return-code
        else
            perform writePrintFile
        end-if
    end-if.

*>Reads the dataset through once for the timestamp of its last RUN
*>HEADER, which names the run the release register is keyed on
findLatestRun.
    move spaces to latestRunTimestamp.
    open input pfile.
    if printInputStatus is equal to "00"
        move 1 to eof-switch
        perform scanRunHeader
            until eof-switch is equal to zero
        close pfile
        move "00" to printInputStatus
    end-if.

*>Reads one record, keeping the timestamp of a run header
scanRunHeader.
    read pfile into pfile-record
        at end move zero to eof-switch
    end-read.
    if eof-switch is not equal to zero
        and pfile-record(1:12) is equal to "RUN HEADER: "
        move pfile-record(62:21) to latestRunTimestamp
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
        move printInputName to releaseDataset
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

*>Writes the .prt report: headings, detail lines, page subtotals and
*>the dataset total
writePrintFile.
    open input pfile.
    if printInputStatus is not equal to "00"
        display "unable to open dataset: "
    else if pfile-record(1:5) is equal to "arc: "
        move function numval(pfile-record(102:8)) to recordValue
        move 1 to valueFlag
    else if pfile-record(1:5) is equal to "rev: "
        move function numval(pfile-record(102:8)) to recordValue
        move 1 to valueFlag
    else if pfile-record(34:3) is equal to " = "
        and pfile-record(57:2) is equal to " ("
        move function numval(pfile-record(73:4)) to recordValue
