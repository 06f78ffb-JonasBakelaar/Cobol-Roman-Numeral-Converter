*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: supervisor override of the release
*>                register. Releases the latest run of a .out dataset
*>                that has failed (or has no) audit, so extractInterface
*>                and printStrings will accept it. Takes the .out
*>                dataset name, the supervisor's id and the reason on
*>                the command line (prompting for any that are
*>                missing); a reason is mandatory. The override is set
*>                on the dataset's entry in releasereg.dat and every
*>                override is appended to the override log
*>                (releaseoverride.log) with its timestamp, supervisor,
*>                the audit result it overrode and the reason.

identification division.
program-id. releaseOverride.

environment division.
input-output section.
file-control.
select sfile assign to dynamic overrideDataset
    organization is line sequential
    file status is sourceInputStatus.
select releaseFile assign to "releasereg.dat"
    organization is indexed
    access is dynamic
    record key is releaseKey
    file status is releaseFileStatus.
select logFile assign to "releaseoverride.log"
    organization is line sequential
    file status is logFileStatus.

data division.
file section.
fd sfile.
01 sfile-record pic x(115).

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

fd logFile.
01 log-record pic x(180).

working-storage section.
77 eof-switch pic 9 value 1.
77 sourceInputStatus pic xx.
77 releaseFileStatus pic xx.
77 logFileStatus pic xx.
77 startupParameter pic x(140).
77 parsePointer pic 9(3) usage is computational.
77 overrideDataset pic x(35).
77 overrideBy pic x(8).
77 overrideReason pic x(60).
77 overrideTimestamp pic x(21).
77 latestRunTimestamp pic x(21).
77 priorAuditResult pic x.
77 entryFound pic 9.

*>---Override log layout---
01 log-line.
    05 logTimestamp pic x(21).
    05 filler pic x value space.
    05 logBy pic x(8).
    05 filler pic x value space.
    05 logDataset pic x(35).
    05 filler pic x value space.
    05 logRunTimestamp pic x(21).
    05 filler pic x(8) value " audit: ".
    05 logAuditResult pic x.
    05 filler pic x(9) value " reason: ".
    05 logReason pic x(60).

procedure division.
    move spaces to overrideDataset.
    move spaces to overrideBy.
    move spaces to overrideReason.
    accept startupParameter from command-line.
    if startupParameter is not equal to spaces
        move 1 to parsePointer
        unstring startupParameter delimited by all " "
            into overrideDataset overrideBy
            with pointer parsePointer
        end-unstring
        if parsePointer is less than 141
            move startupParameter(parsePointer:) to overrideReason
        end-if
    end-if.
    if overrideDataset is equal to spaces
        display "enter the .out dataset name to release!"
        accept overrideDataset
    end-if.
    if overrideBy is equal to spaces
        display "enter the supervisor id authorising the release!"
        accept overrideBy
    end-if.
    if overrideReason is equal to spaces
        display "enter the reason for the override!"
        accept overrideReason
    end-if.
    if overrideDataset is equal to spaces
        or overrideBy is equal to spaces
        or overrideReason is equal to spaces
        display "a dataset name, supervisor id and reason are all needed"
        move 12 to return-code
    else
        perform overrideDatasetRelease
    end-if.
    stop run.

*>Finds the dataset's latest run and sets the override on its
*>release-register entry
overrideDatasetRelease.
    perform findLatestRun.
    if sourceInputStatus is not equal to "00"
        display "unable to open dataset: "
            function trim(overrideDataset)
            " (status " sourceInputStatus ")"
        move 12 to return-code
    else if latestRunTimestamp is equal to spaces
        display "no run header in dataset: "
            function trim(overrideDataset)
        move 12 to return-code
    else
        perform openReleaseRegister
        if releaseFileStatus is not equal to "00"
            display "unable to open release register (status "
                releaseFileStatus ")"
            move 12 to return-code
        else
            perform setOverride
            close releaseFile
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

*>Opens the release register for update, creating it when it does not
*>yet exist
openReleaseRegister.
    open i-o releaseFile.
    if releaseFileStatus is equal to "35"
        open output releaseFile
        close releaseFile
        open i-o releaseFile
    end-if.

*>Sets the override on the run's entry, creating an unaudited entry
*>when the run has never been audited; a run that already passed audit
*>needs no override
setOverride.
    move overrideDataset to releaseDataset.
    move latestRunTimestamp to releaseRunTimestamp.
    move 1 to entryFound.
    read releaseFile
        invalid key
            move 0 to entryFound
    end-read.
    if entryFound is equal to zero
        move overrideDataset to releaseDataset
        move latestRunTimestamp to releaseRunTimestamp
        move space to releaseAuditResult
        move spaces to releaseAuditTimestamp
        move 0 to releaseDiscrepancies
        move spaces to releaseExtractName
        move spaces to releaseExtractTimestamp
        move 0 to releaseExtractRecords
        move space to releaseAckStatus
        move spaces to releaseAckTimestamp
        move 0 to releaseAckAccepted
        move 0 to releaseAckRejected
    end-if.
    if releaseAuditResult is equal to "P"
        display "run " latestRunTimestamp
            " already passed audit, no override needed"
        move 4 to return-code
    else
        perform openOverrideLog
    end-if.
    if releaseAuditResult is not equal to "P"
        and logFileStatus is equal to "00"
        move releaseAuditResult to priorAuditResult
        move function current-date to overrideTimestamp
        move "O" to releaseOverrideFlag
        move overrideBy to releaseOverrideBy
        move overrideReason to releaseOverrideReason
        move overrideTimestamp to releaseOverrideTimestamp
        if entryFound is equal to zero
            write release-record
        else
            rewrite release-record
        end-if
        if releaseFileStatus is not equal to "00"
            display "unable to record override (status "
                releaseFileStatus ")"
            move 12 to return-code
        else
            perform writeOverrideLog
            display "run " latestRunTimestamp " of "
                function trim(overrideDataset)
                " released under override by " function trim(overrideBy)
        end-if
        close logFile
    end-if.

*>Opens the override log for appending, creating it when it does not
*>yet exist; no override is recorded that cannot be logged
openOverrideLog.
    open extend logFile.
    if logFileStatus is not equal to "00"
        open output logFile
    end-if.
    if logFileStatus is not equal to "00"
        display "unable to open override log (status "
            logFileStatus "), override not recorded"
        move 12 to return-code
    end-if.

*>Appends the override to the override log
writeOverrideLog.
    move overrideTimestamp to logTimestamp.
    move overrideBy to logBy.
    move overrideDataset to logDataset.
    move latestRunTimestamp to logRunTimestamp.
    move priorAuditResult to logAuditResult.
    move overrideReason to logReason.
    write log-record from log-line.
