*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: pre-flight check of the operator-
*>                maintained option datasets, run by the scheduler
*>                ahead of the batch window. Every line of
*>                runoptions.dat (read by the converter) and
*>                retention.dat (read by housekeeping) is checked:
*>                the keyword must be one the program knows, the value
*>                must be in its allowed range, and no keyword may be
*>                given twice. Settings that clash are flagged too: the
*>                derived-dataset suffixes must differ from each other
*>                and from the fixed ones, the status and stop-request
*>                datasets must differ from each other and from the
*>                masters, and DATE-YEAR-MIN may not exceed
*>                DATE-YEAR-MAX. Findings go to validateoptions.prt;
*>                any error sets return code 8 to hold the batch, and
*>                notes alone (a missing dataset, a suffix housekeeping
*>                will not purge, ...) set 4. Each dataset is compared
*>                with its last validated copy (runoptions.val,
*>                retention.val) and every keyword added, changed or
*>                removed is listed; once both datasets pass, the
*>                changes are appended to the options change journal
*>                (optionsjournal.dat) with the timestamp and the old
*>                and new values, and the validated copies are
*>                replaced.
*>   2026-10-15 - The split control, line map and partition run-status
*>                suffixes of splitFeed/mergeFeed (.spl, .map, .sts)
*>                are fixed suffixes a configurable one may not reuse.

identification division.
program-id. validateOptions.

environment division.
input-output section.
file-control.
select optionsFile assign to dynamic datasetName
    organization is line sequential
    file status is optionsFileStatus.
select validatedFile assign to dynamic validatedName
    organization is line sequential
    file status is validatedFileStatus.
select journalFile assign to "optionsjournal.dat"
    organization is line sequential
    file status is journalFileStatus.
select reportFile assign to "validateoptions.prt"
    organization is line sequential
    file status is reportFileStatus.

data division.
file section.
fd optionsFile.
01 options-record pic x(80).

fd validatedFile.
01 validated-record pic x(80).

fd journalFile.
01 journal-record pic x(150).

fd reportFile.
01 report-record pic x(132).

working-storage section.
77 optionsFileStatus pic xx.
77 optionsEofSwitch pic 9.
77 validatedFileStatus pic xx.
77 validatedEofSwitch pic 9.
77 journalFileStatus pic xx.
77 reportFileStatus pic xx.
77 runTimestamp pic x(21).
77 datasetName pic x(30).
77 validatedName pic x(30).
77 datasetKind pic x.
77 datasetPresent pic 9.
77 lineNumber pic 9(4) usage is computational.

*>---One keyword=value line being checked---
77 optionKeyword pic x(30).
77 optionValue pic x(30).
77 optionText pic x(30).
77 optionLength pic 9(3) usage is computational.
77 equalsCount pic 9(3) usage is computational.
77 blankCount pic 9(3) usage is computational.
77 optionNumber pic S9(8) usage is computational.
77 rangeLow pic S9(8) usage is computational.
77 rangeHigh pic S9(8) usage is computational.
77 maximumLength pic 9(3) usage is computational.
77 valueAccepted pic 9.
77 rangeLowOutput pic Z(5)9.
77 rangeHighOutput pic Z(5)9.
77 yearMinOutput pic Z(3)9.
77 yearMaxOutput pic Z(3)9.
77 findingText pic x(80).

*>---Keywords of the dataset being checked, in the order given---
01 option-table.
    05 optionEntry occurs 50 times.
        10 optEntryKeyword pic x(30).
        10 optEntryValue pic x(30).
        10 optEntryLine pic 9(4) usage is computational.
77 optionCount pic 9(3) usage is computational.
77 optionIndex pic 9(3) usage is computational.
77 optionFoundIndex pic 9(3) usage is computational.

*>---Keywords of its last validated copy---
01 prior-table.
    05 priorEntry occurs 50 times.
        10 priorKeyword pic x(30).
        10 priorValue pic x(30).
77 priorCount pic 9(3) usage is computational.
77 priorIndex pic 9(3) usage is computational.
77 priorFoundIndex pic 9(3) usage is computational.

*>---Changes found against the validated copies, both datasets---
01 change-table.
    05 changeEntry occurs 100 times.
        10 chgDataset pic x(15).
        10 chgKeyword pic x(30).
        10 chgType pic x(8).
        10 chgOldValue pic x(30).
        10 chgNewValue pic x(30).
77 changeCount pic 9(3) usage is computational.
77 changeIndex pic 9(3) usage is computational.
77 changeOverflow pic 9(6) usage is computational.

*>---Settings in effect for the clash checks (shipped defaults unless
*>   the dataset sets them)---
77 outSuffixValue pic x(30).
77 excSuffixValue pic x(30).
77 ckptSuffixValue pic x(30).
77 statusFileValue pic x(30).
77 stopRequestValue pic x(30).
77 abortPercentValue pic S9(8) usage is computational.
77 abortMinimumGiven pic 9.
77 dateYearMinValue pic S9(8) usage is computational.
77 dateYearMaxValue pic S9(8) usage is computational.
77 clashName pic x(30).
77 clashLabel pic x(20).

*>---Suffixes the converter and its companions fix for themselves---
01 fixed-suffix-list.
    05 filler pic x(10) value ".rcn".
    05 filler pic x(10) value ".dst".
    05 filler pic x(10) value ".dup".
    05 filler pic x(10) value ".rec".
    05 filler pic x(10) value ".res".
    05 filler pic x(10) value ".aud".
    05 filler pic x(10) value ".spl".
    05 filler pic x(10) value ".map".
    05 filler pic x(10) value ".sts".
01 fixed-suffix-table redefines fixed-suffix-list.
    05 fixedSuffix occurs 9 times pic x(10).
77 suffixIndex pic 99.

*>---Datasets the status and stop-request names may not reuse---
01 reserved-name-list.
    05 filler pic x(30) value "runoptions.dat".
    05 filler pic x(30) value "retention.dat".
    05 filler pic x(30) value "runhistory.dat".
    05 filler pic x(30) value "postedkeys.dat".
    05 filler pic x(30) value "docmaster.dat".
    05 filler pic x(30) value "periodhist.dat".
    05 filler pic x(30) value "releasereg.dat".
    05 filler pic x(30) value "optionsjournal.dat".
01 reserved-name-table redefines reserved-name-list.
    05 reservedName occurs 8 times pic x(30).
77 reservedIndex pic 99.

*>---Run counters---
77 errorCount pic 9(6) usage is computational.
77 noteCount pic 9(6) usage is computational.
77 journalWritten pic 9(6) usage is computational.
77 editCount pic Z(5)9.

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(31) value "OPTION DATASET PRE-FLIGHT CHECK".
    05 filler pic x(4) value spaces.
    05 filler pic x(11) value "timestamp: ".
    05 rhTimestamp pic x(21).
01 section-line.
    05 filler pic x(3) value "-- ".
    05 slText pic x(70).
01 finding-line.
    05 filler pic x(4) value spaces.
    05 flSeverity pic x(6).
    05 filler pic x(6) value "line: ".
    05 flLine pic Z(3)9 blank when zero.
    05 filler pic x(2) value spaces.
    05 flText pic x(80).
01 change-line.
    05 filler pic x(4) value spaces.
    05 clKeyword pic x(30).
    05 filler pic x value space.
    05 clType pic x(8).
    05 filler pic x(6) value " old: ".
    05 clOldValue pic x(30).
    05 filler pic x(6) value " new: ".
    05 clNewValue pic x(30).
01 count-line.
    05 filler pic x(4) value spaces.
    05 cnLabel pic x(40).
    05 cnCount pic Z(5)9.

*>---Options change journal layout---
01 journal-line.
    05 jnTimestamp pic x(21).
    05 filler pic x value space.
    05 jnDataset pic x(15).
    05 filler pic x value space.
    05 jnKeyword pic x(30).
    05 filler pic x value space.
    05 jnType pic x(8).
    05 filler pic x(6) value " old: ".
    05 jnOldValue pic x(30).
    05 filler pic x(6) value " new: ".
    05 jnNewValue pic x(30).

procedure division.
    move function current-date to runTimestamp.
    move 0 to errorCount.
    move 0 to noteCount.
    move 0 to changeCount.
    move 0 to changeOverflow.
    move 0 to journalWritten.
    open output reportFile.
    if reportFileStatus is not equal to "00"
        display "unable to open validateoptions.prt (status "
            reportFileStatus ")"
        move 12 to return-code
    else
        move runTimestamp to rhTimestamp
        write report-record from report-heading-1
        move "runoptions.dat" to datasetName
        move "runoptions.val" to validatedName
        move "R" to datasetKind
        perform validateDataset
        move "retention.dat" to datasetName
        move "retention.val" to validatedName
        move "H" to datasetKind
        perform validateDataset
        perform recordValidatedChanges
        perform writeSummary
        close reportFile
        if errorCount is greater than zero
            move 8 to return-code
        else
            if noteCount is greater than zero
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        end-if
    end-if.
    stop run.

*>Checks one option dataset line by line, then the clashes between its
*>settings, then lists what changed since its last validated copy
validateDataset.
    move spaces to slText.
    string function trim(datasetName) delimited by size
          " checks" delimited by size
          into slText.
    write report-record from section-line.
    perform setShippedDefaults.
    move 0 to optionCount.
    move 0 to lineNumber.
    move 0 to datasetPresent.
    open input optionsFile.
    if optionsFileStatus is equal to "00"
        move 1 to datasetPresent
        move 1 to optionsEofSwitch
        perform readOptionLine
            until optionsEofSwitch is equal to zero
        close optionsFile
    else
        move 0 to lineNumber
        move "dataset not present, every option takes its shipped default"
            to findingText
        perform writeNote
    end-if.
    if datasetKind is equal to "R"
        perform checkRunOptionClashes
    end-if.
    perform loadValidatedCopy.
    perform findChanges.

*>The values the programs use when a dataset leaves an option out
setShippedDefaults.
    move ".out" to outSuffixValue.
    move ".exc" to excSuffixValue.
    move ".ckpt" to ckptSuffixValue.
    move "runstatus.dat" to statusFileValue.
    move "stoprequest.dat" to stopRequestValue.
    move 0 to abortPercentValue.
    move 0 to abortMinimumGiven.
    move 1000 to dateYearMinValue.
    move 2099 to dateYearMaxValue.

*>Reads one line; comment lines start with "*" and blank lines are
*>passed over, the way the programs themselves read the dataset
readOptionLine.
    read optionsFile
        at end move zero to optionsEofSwitch
    end-read.
    if optionsEofSwitch is not equal to zero
        add 1 to lineNumber
        if options-record is not equal to spaces
            and options-record(1:1) is not equal to "*"
            perform checkOptionLine
        end-if
    end-if.

*>Splits one line into keyword and value, refuses a line with no "="
*>or a keyword given earlier, and checks the value for its keyword
checkOptionLine.
    move spaces to optionKeyword.
    move spaces to optionValue.
    move 0 to equalsCount.
    inspect options-record tallying equalsCount for all "=".
    unstring options-record delimited by "="
        into optionKeyword optionValue
    end-unstring.
    if equalsCount is equal to zero
        move spaces to findingText
        string "no keyword=value separator: " delimited by size
              options-record delimited by size
              into findingText
        perform writeError
    else
        perform findOptionEntry
        if optionFoundIndex is greater than zero
            move optEntryLine(optionFoundIndex) to editCount
            move spaces to findingText
            string function trim(optionKeyword) delimited by size
                  " given twice, first on line " delimited by size
                  function trim(editCount) delimited by size
                  into findingText
            perform writeError
        else
            perform addOptionEntry
            if datasetKind is equal to "R"
                perform checkRunOptionKeyword
            else
                perform checkRetentionKeyword
            end-if
        end-if
    end-if.

*>Looks the keyword up among those already given in this dataset
findOptionEntry.
    move 0 to optionFoundIndex.
    move 1 to optionIndex.
    perform scanOptionEntry
        until optionIndex is greater than optionCount
        or optionFoundIndex is greater than zero.

*>Compares one entry's keyword
scanOptionEntry.
    if optEntryKeyword(optionIndex) is equal to optionKeyword
        move optionIndex to optionFoundIndex
    end-if.
    add 1 to optionIndex.

*>Keeps the keyword and value for the change comparison
addOptionEntry.
    if optionCount is less than 50
        add 1 to optionCount
        move optionKeyword to optEntryKeyword(optionCount)
        move function trim(optionValue) to optEntryValue(optionCount)
        move lineNumber to optEntryLine(optionCount)
    else
        move "more than 50 options, the rest are not compared"
            to findingText
        perform writeNote
    end-if.

*>Checks one runoptions.dat keyword's value against what the converter
*>accepts, keeping the setting for the clash checks
checkRunOptionKeyword.
    if optionKeyword is equal to "CHECKPOINT-INTERVAL"
        move 1 to rangeLow
        move 999 to rangeHigh
        perform checkWholeNumber
    else if optionKeyword is equal to "OUT-SUFFIX"
        move 10 to maximumLength
        perform checkNameValue
        move function trim(optionValue) to outSuffixValue
    else if optionKeyword is equal to "EXC-SUFFIX"
        move 10 to maximumLength
        perform checkNameValue
        move function trim(optionValue) to excSuffixValue
    else if optionKeyword is equal to "CKPT-SUFFIX"
        move 10 to maximumLength
        perform checkNameValue
        move function trim(optionValue) to ckptSuffixValue
    else if optionKeyword is equal to "ABORT-PERCENT"
        move 0 to rangeLow
        move 100 to rangeHigh
        perform checkWholeNumber
        if valueAccepted is equal to 1
            move optionNumber to abortPercentValue
        end-if
    else if optionKeyword is equal to "ABORT-MINIMUM-ROWS"
        move 0 to rangeLow
        move 999999 to rangeHigh
        perform checkWholeNumber
        move 1 to abortMinimumGiven
    else if optionKeyword is equal to "STATUS-FILE"
        move 30 to maximumLength
        perform checkNameValue
        move function trim(optionValue) to statusFileValue
    else if optionKeyword is equal to "STOP-REQUEST-FILE"
        move 30 to maximumLength
        perform checkNameValue
        move function trim(optionValue) to stopRequestValue
    else if optionKeyword is equal to "DATE-YEAR-MIN"
        move 1 to rangeLow
        move 3999 to rangeHigh
        perform checkWholeNumber
        if valueAccepted is equal to 1
            move optionNumber to dateYearMinValue
        end-if
    else if optionKeyword is equal to "DATE-YEAR-MAX"
        move 1 to rangeLow
        move 3999 to rangeHigh
        perform checkWholeNumber
        if valueAccepted is equal to 1
            move optionNumber to dateYearMaxValue
        end-if
    else
        perform writeUnknownKeyword
    end-if.

*>Checks one retention.dat keyword's value against what housekeeping
*>accepts
checkRetentionKeyword.
    if optionKeyword is equal to "RETENTION-DAYS"
        move 1 to rangeLow
        move 99999 to rangeHigh
        perform checkWholeNumber
    else if optionKeyword is equal to "ARCHIVE-PREFIX"
        move 20 to maximumLength
        perform checkNameValue
    else
        perform writeUnknownKeyword
    end-if.

*>Reports a keyword no program reads
writeUnknownKeyword.
    move spaces to findingText.
    string "unknown keyword: " delimited by size
          function trim(optionKeyword) delimited by size
          into findingText.
    perform writeError.

*>The value must be a whole number of digits only, from rangeLow to
*>rangeHigh; the programs would quietly read anything else as zero or
*>fall back to a default
checkWholeNumber.
    move 0 to valueAccepted.
    move 0 to optionNumber.
    move function trim(optionValue) to optionText.
    move function length(function trim(optionValue)) to optionLength.
    if optionValue is not equal to spaces
        and optionLength is less than 9
        if optionText(1:optionLength) is numeric
            move function numval(optionText) to optionNumber
            if optionNumber is greater than or equal to rangeLow
                and optionNumber is less than or equal to rangeHigh
                move 1 to valueAccepted
            end-if
        end-if
    end-if.
    if valueAccepted is equal to zero
        move rangeLow to rangeLowOutput
        move rangeHigh to rangeHighOutput
        move spaces to findingText
        string function trim(optionKeyword) delimited by size
              " must be a whole number from " delimited by size
              function trim(rangeLowOutput) delimited by size
              " to " delimited by size
              function trim(rangeHighOutput) delimited by size
              ", found: " delimited by size
              function trim(optionValue) delimited by size
              into findingText
        perform writeError
    end-if.

*>The value must be a single word of no more than maximumLength
*>characters
checkNameValue.
    move 0 to valueAccepted.
    move function trim(optionValue) to optionText.
    move function length(function trim(optionValue)) to optionLength.
    move 0 to blankCount.
    if optionValue is not equal to spaces
        and optionLength is not greater than maximumLength
        inspect optionText(1:optionLength) tallying blankCount
            for all " "
        if blankCount is equal to zero
            move 1 to valueAccepted
        end-if
    end-if.
    if valueAccepted is equal to zero
        move maximumLength to editCount
        move spaces to findingText
        string function trim(optionKeyword) delimited by size
              " must be one word of at most " delimited by size
              function trim(editCount) delimited by size
              " characters, found: " delimited by size
              function trim(optionValue) delimited by size
              into findingText
        perform writeError
    end-if.

*>Checks the converter's settings against each other: dataset names
*>that would collide, a year range that runs backwards, and settings
*>that will not do what they appear to
checkRunOptionClashes.
    move 0 to lineNumber.
    if outSuffixValue is equal to excSuffixValue
        or outSuffixValue is equal to ckptSuffixValue
        or excSuffixValue is equal to ckptSuffixValue
        move spaces to findingText
        string "OUT-SUFFIX " delimited by size
              function trim(outSuffixValue) delimited by size
              ", EXC-SUFFIX " delimited by size
              function trim(excSuffixValue) delimited by size
              " and CKPT-SUFFIX " delimited by size
              function trim(ckptSuffixValue) delimited by size
              " must all differ" delimited by size
              into findingText
        perform writeError
    end-if.
    move outSuffixValue to clashName.
    move "OUT-SUFFIX" to clashLabel.
    perform checkFixedSuffixes.
    move excSuffixValue to clashName.
    move "EXC-SUFFIX" to clashLabel.
    perform checkFixedSuffixes.
    move ckptSuffixValue to clashName.
    move "CKPT-SUFFIX" to clashLabel.
    perform checkFixedSuffixes.
    if statusFileValue is equal to stopRequestValue
        move spaces to findingText
        string "STATUS-FILE and STOP-REQUEST-FILE are both "
                  delimited by size
              function trim(statusFileValue) delimited by size
              into findingText
        perform writeError
    end-if.
    move statusFileValue to clashName.
    move "STATUS-FILE" to clashLabel.
    perform checkReservedNames.
    move stopRequestValue to clashName.
    move "STOP-REQUEST-FILE" to clashLabel.
    perform checkReservedNames.
    if dateYearMinValue is greater than dateYearMaxValue
        move dateYearMinValue to yearMinOutput
        move dateYearMaxValue to yearMaxOutput
        move spaces to findingText
        string "DATE-YEAR-MIN " delimited by size
              function trim(yearMinOutput) delimited by size
              " is after DATE-YEAR-MAX " delimited by size
              function trim(yearMaxOutput) delimited by size
              into findingText
        perform writeError
    end-if.
    if outSuffixValue is not equal to ".out"
        or excSuffixValue is not equal to ".exc"
        or ckptSuffixValue is not equal to ".ckpt"
        move "a suffix is not .out/.exc/.ckpt, housekeeping will not purge those datasets"
            to findingText
        perform writeNote
    end-if.
    if abortMinimumGiven is equal to 1
        and abortPercentValue is equal to zero
        move "ABORT-MINIMUM-ROWS is set but ABORT-PERCENT is 0, the circuit breaker is off"
            to findingText
        perform writeNote
    end-if.

*>A configurable suffix may not be one the programs fix for themselves
checkFixedSuffixes.
    move 1 to suffixIndex.
    perform checkOneFixedSuffix
        until suffixIndex is greater than 9.

*>Compares the suffix with one fixed suffix
checkOneFixedSuffix.
    if clashName is equal to fixedSuffix(suffixIndex)
        move spaces to findingText
        string function trim(clashLabel) delimited by size
              " " delimited by size
              function trim(clashName) delimited by size
              " is already used for another derived dataset"
                  delimited by size
              into findingText
        perform writeError
    end-if.
    add 1 to suffixIndex.

*>The status and stop-request datasets may not be a master or a
*>control dataset
checkReservedNames.
    move 1 to reservedIndex.
    perform checkOneReservedName
        until reservedIndex is greater than 8.

*>Compares the dataset name with one reserved name
checkOneReservedName.
    if clashName is equal to reservedName(reservedIndex)
        move spaces to findingText
        string function trim(clashLabel) delimited by size
              " may not name " delimited by size
              function trim(clashName) delimited by size
              into findingText
        perform writeError
    end-if.
    add 1 to reservedIndex.

*>Reads the dataset's last validated copy; none means this is the
*>first validation and every keyword counts as added
loadValidatedCopy.
    move 0 to priorCount.
    open input validatedFile.
    if validatedFileStatus is equal to "00"
        move 1 to validatedEofSwitch
        perform readValidatedLine
            until validatedEofSwitch is equal to zero
        close validatedFile
    end-if.

*>Keeps one keyword and value from the validated copy
readValidatedLine.
    read validatedFile
        at end move zero to validatedEofSwitch
    end-read.
    if validatedEofSwitch is not equal to zero
        and validated-record is not equal to spaces
        and validated-record(1:1) is not equal to "*"
        and priorCount is less than 50
        move spaces to optionKeyword
        move spaces to optionValue
        unstring validated-record delimited by "="
            into optionKeyword optionValue
        end-unstring
        add 1 to priorCount
        move optionKeyword to priorKeyword(priorCount)
        move function trim(optionValue) to priorValue(priorCount)
    end-if.

*>Lists every keyword added, changed or removed since the validated
*>copy and holds it for the journal
findChanges.
    move spaces to slText.
    string function trim(datasetName) delimited by size
          " changes since " delimited by size
          function trim(validatedName) delimited by size
          into slText.
    write report-record from section-line.
    move 1 to optionIndex.
    perform compareCurrentOption
        until optionIndex is greater than optionCount.
    move 1 to priorIndex.
    perform compareValidatedOption
        until priorIndex is greater than priorCount.

*>Finds one current keyword in the validated copy
compareCurrentOption.
    move 0 to priorFoundIndex.
    move 1 to priorIndex.
    perform scanPriorEntry
        until priorIndex is greater than priorCount
        or priorFoundIndex is greater than zero.
    if priorFoundIndex is equal to zero
        move optEntryKeyword(optionIndex) to clKeyword
        move "added" to clType
        move spaces to clOldValue
        move optEntryValue(optionIndex) to clNewValue
        perform recordChange
    else
        if priorValue(priorFoundIndex) is not equal to
                optEntryValue(optionIndex)
            move optEntryKeyword(optionIndex) to clKeyword
            move "changed" to clType
            move priorValue(priorFoundIndex) to clOldValue
            move optEntryValue(optionIndex) to clNewValue
            perform recordChange
        end-if
    end-if.
    add 1 to optionIndex.

*>Compares one validated keyword with the current one
scanPriorEntry.
    if priorKeyword(priorIndex) is equal to optEntryKeyword(optionIndex)
        move priorIndex to priorFoundIndex
    end-if.
    add 1 to priorIndex.

*>A validated keyword no longer in the dataset has been removed
compareValidatedOption.
    move priorKeyword(priorIndex) to optionKeyword.
    perform findOptionEntry.
    if optionFoundIndex is equal to zero
        move priorKeyword(priorIndex) to clKeyword
        move "removed" to clType
        move priorValue(priorIndex) to clOldValue
        move spaces to clNewValue
        perform recordChange
    end-if.
    add 1 to priorIndex.

*>Prints one change and keeps it for the journal
recordChange.
    write report-record from change-line.
    if changeCount is less than 100
        add 1 to changeCount
        move datasetName to chgDataset(changeCount)
        move clKeyword to chgKeyword(changeCount)
        move clType to chgType(changeCount)
        move clOldValue to chgOldValue(changeCount)
        move clNewValue to chgNewValue(changeCount)
    else
        add 1 to changeOverflow
    end-if.

*>Once both datasets pass, appends the changes to the journal and
*>makes the datasets the new validated copies; a failed check leaves
*>the validated copies alone, so the changes show again next time
recordValidatedChanges.
    if errorCount is equal to zero
        perform writeJournal
        move "runoptions.dat" to datasetName
        move "runoptions.val" to validatedName
        perform copyValidatedDataset
        move "retention.dat" to datasetName
        move "retention.val" to validatedName
        perform copyValidatedDataset
    end-if.

*>Appends every change found to the options change journal
writeJournal.
    if changeCount is greater than zero
        open extend journalFile
        if journalFileStatus is not equal to "00"
            open output journalFile
        end-if
        if journalFileStatus is not equal to "00"
            display "unable to open optionsjournal.dat (status "
                journalFileStatus ")"
            move 0 to lineNumber
            move "options change journal could not be written"
                to findingText
            perform writeError
        else
            move 1 to changeIndex
            perform writeJournalEntry
                until changeIndex is greater than changeCount
            close journalFile
        end-if
    end-if.

*>Writes one journal entry
writeJournalEntry.
    move runTimestamp to jnTimestamp.
    move chgDataset(changeIndex) to jnDataset.
    move chgKeyword(changeIndex) to jnKeyword.
    move chgType(changeIndex) to jnType.
    move chgOldValue(changeIndex) to jnOldValue.
    move chgNewValue(changeIndex) to jnNewValue.
    write journal-record from journal-line.
    add 1 to journalWritten.
    add 1 to changeIndex.

*>Copies the dataset over its validated copy; a dataset that is not
*>there leaves an empty validated copy, so its options show as added
*>when it is put back
copyValidatedDataset.
    open output validatedFile.
    open input optionsFile.
    if optionsFileStatus is equal to "00"
        move 1 to optionsEofSwitch
        perform copyOptionLine
            until optionsEofSwitch is equal to zero
        close optionsFile
    end-if.
    close validatedFile.

*>Copies one line
copyOptionLine.
    read optionsFile
        at end move zero to optionsEofSwitch
    end-read.
    if optionsEofSwitch is not equal to zero
        write validated-record from options-record
    end-if.

*>Writes one error finding for the current line and counts it
writeError.
    move "ERROR " to flSeverity.
    move lineNumber to flLine.
    move findingText to flText.
    write report-record from finding-line.
    add 1 to errorCount.

*>Writes one note for the current line and counts it
writeNote.
    move "NOTE  " to flSeverity.
    move lineNumber to flLine.
    move findingText to flText.
    write report-record from finding-line.
    add 1 to noteCount.

*>Closes the report with the counts and the outcome
writeSummary.
    move "summary" to slText.
    write report-record from section-line.
    move "errors:" to cnLabel.
    move errorCount to cnCount.
    write report-record from count-line.
    move "notes:" to cnLabel.
    move noteCount to cnCount.
    write report-record from count-line.
    move "changes found:" to cnLabel.
    move changeCount to cnCount.
    write report-record from count-line.
    if changeOverflow is greater than zero
        move "changes not journalled (table full):" to cnLabel
        move changeOverflow to cnCount
        write report-record from count-line
    end-if.
    move "changes journalled:" to cnLabel.
    move journalWritten to cnCount.
    write report-record from count-line.
    if errorCount is greater than zero
        move "options NOT valid - hold the batch" to slText
        display "option datasets failed validation, see validateoptions.prt"
    else
        move "options valid" to slText
        display "option datasets valid"
    end-if.
    write report-record from section-line.
