*> Author: Jonas Bakelaar (0964977)
*> Date: October 14, 2026
*> Modification history:
*>   2026-10-14 - New program: run-history trend report. Walks the
*>                run-history master (runhistory.dat) feed by feed and
*>                sets each feed's latest run against the average of
*>                its previous N runs (first parameter, 1-8, default
*>                5): a change in rows read, invalid rate or grand
*>                total of more than the alert percentage (second
*>                parameter, default 25) is flagged, and so is a feed
*>                whose restarts and aborts over its recent runs run
*>                above its usual rate. Aborted and operator-stopped
*>                runs are partial, so they are kept out of the
*>                averages and a partial latest run is not compared.
*>                Each feed gets short trend lines of its last N+1
*>                runs; the report goes to trend.prt and any alert
*>                sets return code 4, for the morning check of the
*>                capture bureau's feeds.

identification division.
program-id. trendReport.

environment division.
input-output section.
file-control.
select historyFile assign to "runhistory.dat"
    organization is indexed
    access is dynamic
    record key is historyKey
    file status is historyFileStatus.
select reportFile assign to "trend.prt"
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

fd reportFile.
01 report-record pic x(160).

working-storage section.
77 historyFileStatus pic xx.
77 historyEofSwitch pic 9.
77 reportFileStatus pic xx.
77 runTimestamp pic x(21).
77 startupParameter pic x(30).
77 runsParameter pic x(10).
77 percentParameter pic x(10).
77 trailingRuns pic 9(2) value 5.
77 alertPercent pic 9(3) value 25.
77 windowSize pic 9(2).
77 groupActive pic 9.
77 groupFileName pic x(30).
77 groupRuns pic 9(6) usage is computational.

*>---The feed's last N+1 runs, oldest first---
01 run-window.
    05 windowEntry occurs 9 times.
        10 winTimestamp pic x(21).
        10 winRowsRead pic 9(6).
        10 winRowsInvalid pic 9(6).
        10 winGrandTotal pic S9(12) usage is computational.
        10 winRestartFlag pic x.
        10 winAbortFlag pic x.
77 windowCount pic 9(2) usage is computational.
77 windowIndex pic 9(2) usage is computational.

*>---Runs that have dropped out of the window, for the usual
*>   restart/abort rate---
77 baselineRuns pic 9(6) usage is computational.
77 baselineInterrupted pic 9(6) usage is computational.
77 recentInterrupted pic 9(6) usage is computational.
77 recentRate pic S9(8) usage is computational.
77 baselineRate pic S9(8) usage is computational.

*>---Trailing averages and the latest run's figures---
77 priorComplete pic 9(2) usage is computational.
77 priorRowsRead pic S9(12) usage is computational.
77 priorRowsInvalid pic S9(12) usage is computational.
77 priorGrandTotal pic S9(14) usage is computational.
77 averageRowsRead pic S9(12) usage is computational.
77 averageInvalidRate pic S9(8) usage is computational.
77 averageGrandTotal pic S9(12) usage is computational.
77 latestInvalidRate pic S9(8) usage is computational.
77 invalidRate pic S9(8) usage is computational.
77 compareLatest pic S9(14) usage is computational.
77 compareAverage pic S9(14) usage is computational.
77 compareDifference pic S9(14) usage is computational.
77 compareBase pic S9(14) usage is computational.
77 changePercent pic S9(8) usage is computational.
77 compareLabel pic x(14).
77 compareAlert pic 9.

*>---Run counters---
77 feedsReported pic 9(6) usage is computational.
77 feedsAlerted pic 9(6) usage is computational.
77 alertCount pic 9(6) usage is computational.
77 groupAlerts pic 9(6) usage is computational.

*>---Report layouts---
01 report-heading-1.
    05 filler pic x(26) value "RUN-HISTORY TREND REPORT  ".
    05 filler pic x(11) value "timestamp: ".
    05 rhTimestamp pic x(21).
01 report-heading-2.
    05 filler pic x(30) value "latest run against the prior ".
    05 rhRuns pic Z9.
    05 filler pic x(24) value " runs, alert on changes ".
    05 filler pic x(8) value "of over ".
    05 rhPercent pic ZZ9.
    05 filler pic x value "%".
01 feed-line.
    05 filler pic x(6) value "feed: ".
    05 flFileName pic x(30).
    05 filler pic x(16) value " runs on record:".
    05 flRuns pic Z(5)9.
    05 filler pic x(9) value " latest: ".
    05 flLatest pic x(21).
01 trend-line.
    05 filler pic x(2) value spaces.
    05 tlLabel pic x(14).
    05 tlValues pic x(140).
01 trend-count-value.
    05 filler pic x value space.
    05 tcValue pic Z(5)9.
01 trend-rate-value.
    05 filler pic x value space.
    05 trValue pic ZZ9.99.
01 trend-total-value.
    05 filler pic x value space.
    05 ttValue pic -(11)9.
01 trend-flag-value.
    05 filler pic x value space.
    05 tfRestart pic x.
    05 tfAbort pic x.
77 trendPointer pic 9(3) usage is computational.
01 average-line.
    05 filler pic x(13) value "  average of ".
    05 avRuns pic Z9.
    05 filler pic x(24) value " complete prior runs:   ".
    05 filler pic x(11) value "rows read: ".
    05 avRowsRead pic Z(5)9.
    05 filler pic x(11) value " invalid %:".
    05 avInvalidRate pic ZZ9.99.
    05 filler pic x(14) value " grand total: ".
    05 avGrandTotal pic -(11)9.
01 alert-line.
    05 filler pic x(10) value "  ALERT   ".
    05 alLabel pic x(14).
    05 filler pic x(8) value "latest: ".
    05 alLatest pic -(11)9.
    05 filler pic x(10) value " average: ".
    05 alAverage pic -(11)9.
    05 filler pic x(9) value " change: ".
    05 alChange pic -(6)9.
    05 filler pic x value "%".
01 rate-alert-line.
    05 filler pic x(10) value "  ALERT   ".
    05 filler pic x(14) value "invalid %".
    05 filler pic x(8) value "latest: ".
    05 raLatest pic ZZ9.99.
    05 filler pic x(10) value " average: ".
    05 raAverage pic ZZ9.99.
    05 filler pic x(9) value " change: ".
    05 raChange pic -(6)9.
    05 filler pic x value "%".
01 interrupt-alert-line.
    05 filler pic x(10) value "  ALERT   ".
    05 filler pic x(34) value "restarts/aborts in recent runs: ".
    05 iaRecent pic Z9.
    05 filler pic x(4) value " of ".
    05 iaWindow pic Z9.
    05 filler pic x(16) value ", usually about ".
    05 iaBaselineRate pic ZZ9.
    05 filler pic x(17) value "% of runs (over  ".
    05 iaBaselineRuns pic Z(5)9.
    05 filler pic x(7) value " runs)".
01 message-line.
    05 filler pic x(10) value spaces.
    05 mlText pic x(100).
01 report-trailer.
    05 filler pic x(16) value "feeds reported: ".
    05 rtFeeds pic Z(5)9.
    05 filler pic x(20) value "  feeds with alerts:".
    05 rtAlertFeeds pic Z(5)9.
    05 filler pic x(10) value "  alerts: ".
    05 rtAlerts pic Z(5)9.

procedure division.
    accept startupParameter from command-line.
    move spaces to runsParameter.
    move spaces to percentParameter.
    unstring startupParameter delimited by all " "
        into runsParameter percentParameter
    end-unstring.
    if runsParameter is not equal to spaces
        move function numval(runsParameter) to trailingRuns
    end-if.
    if percentParameter is not equal to spaces
        move function numval(percentParameter) to alertPercent
    end-if.
    if trailingRuns is less than 1
        or trailingRuns is greater than 8
        display "runs to compare must be 1 to 8: "
            function trim(runsParameter)
        move 12 to return-code
    else
        perform writeTrendReport
    end-if.
    stop run.

*>Walks the run-history master in key order (file name, then run
*>timestamp, so each feed's runs come together, oldest first) and
*>reports each feed as its runs end
writeTrendReport.
    compute windowSize = trailingRuns + 1.
    move 0 to feedsReported.
    move 0 to feedsAlerted.
    move 0 to alertCount.
    move 0 to groupActive.
    open input historyFile.
    if historyFileStatus is not equal to "00"
        display "no run history master to report (status "
            historyFileStatus ")"
        move 12 to return-code
    else
        open output reportFile
        if reportFileStatus is not equal to "00"
            display "unable to open trend report (status "
                reportFileStatus ")"
            move 12 to return-code
        else
            move function current-date to runTimestamp
            move runTimestamp to rhTimestamp
            write report-record from report-heading-1
            move trailingRuns to rhRuns
            move alertPercent to rhPercent
            write report-record from report-heading-2
            move low-values to historyKey
            move 1 to historyEofSwitch
            start historyFile key is greater than or equal to historyKey
                invalid key move 0 to historyEofSwitch
            end-start
            perform readHistoryRecord
                until historyEofSwitch is equal to zero
            if groupActive is equal to 1
                perform reportFeed
            end-if
            move spaces to report-record
            write report-record
            move feedsReported to rtFeeds
            move feedsAlerted to rtAlertFeeds
            move alertCount to rtAlerts
            write report-record from report-trailer
            close reportFile
            display "trend report written: trend.prt"
            if alertCount is greater than zero
                move 4 to return-code
            else
                move 0 to return-code
            end-if
        end-if
        close historyFile
    end-if.

*>Reads one run-history record; a change of file name reports the
*>feed just finished and starts the next
readHistoryRecord.
    read historyFile next
        at end move zero to historyEofSwitch
    end-read.
    if historyEofSwitch is not equal to zero
        if groupActive is equal to 1
            and historyFileName is not equal to groupFileName
            perform reportFeed
            move 0 to groupActive
        end-if
        if groupActive is equal to zero
            move 1 to groupActive
            move historyFileName to groupFileName
            move 0 to groupRuns
            move 0 to windowCount
            move 0 to baselineRuns
            move 0 to baselineInterrupted
        end-if
        add 1 to groupRuns
        perform addRunToWindow
    end-if.

*>Adds the run to the end of the window; when the window is full the
*>oldest run drops out of it into the usual restart/abort rate
addRunToWindow.
    if windowCount is equal to windowSize
        add 1 to baselineRuns
        if winRestartFlag(1) is equal to "R"
            or winAbortFlag(1) is equal to "A"
            add 1 to baselineInterrupted
        end-if
        move 1 to windowIndex
        perform shiftWindowEntry
            until windowIndex is equal to windowCount
        subtract 1 from windowCount
    end-if.
    add 1 to windowCount.
    move historyTimestamp to winTimestamp(windowCount).
    move historyRowsRead to winRowsRead(windowCount).
    move historyRowsInvalid to winRowsInvalid(windowCount).
    move historyGrandTotal to winGrandTotal(windowCount).
    move historyRestartFlag to winRestartFlag(windowCount).
    move historyAbortFlag to winAbortFlag(windowCount).

*>Moves one window entry down a place
shiftWindowEntry.
    move windowEntry(windowIndex + 1) to windowEntry(windowIndex).
    add 1 to windowIndex.

*>Prints one feed: its trend lines, the trailing averages and any
*>alerts for its latest run
reportFeed.
    add 1 to feedsReported.
    move 0 to groupAlerts.
    move spaces to report-record.
    write report-record.
    move groupFileName to flFileName.
    move groupRuns to flRuns.
    move winTimestamp(windowCount) to flLatest.
    write report-record from feed-line.
    perform writeTrendLines.
    perform averagePriorRuns.
    if windowCount is equal to 1
        move "only one run on record, nothing to compare" to mlText
        write report-record from message-line
    else if winAbortFlag(windowCount) is not equal to space
        move "latest run is partial (aborted or stopped), not compared"
            to mlText
        write report-record from message-line
    else if priorComplete is equal to zero
        move "no complete prior run to compare with" to mlText
        write report-record from message-line
    else
        perform compareLatestRun
    end-if.
    perform checkInterruptions.
    if groupAlerts is greater than zero
        add 1 to feedsAlerted
    end-if.

*>Prints the rows read, invalid rate, grand total and restart/abort
*>flags of every run in the window, oldest first
writeTrendLines.
    move "rows read:" to tlLabel.
    move spaces to tlValues.
    move 1 to trendPointer.
    move 1 to windowIndex.
    perform addRowsTrendValue
        until windowIndex is greater than windowCount.
    write report-record from trend-line.
    move "invalid %:" to tlLabel.
    move spaces to tlValues.
    move 1 to trendPointer.
    move 1 to windowIndex.
    perform addRateTrendValue
        until windowIndex is greater than windowCount.
    write report-record from trend-line.
    move "grand total:" to tlLabel.
    move spaces to tlValues.
    move 1 to trendPointer.
    move 1 to windowIndex.
    perform addTotalTrendValue
        until windowIndex is greater than windowCount.
    write report-record from trend-line.
    move "restart/abort:" to tlLabel.
    move spaces to tlValues.
    move 1 to trendPointer.
    move 1 to windowIndex.
    perform addFlagTrendValue
        until windowIndex is greater than windowCount.
    write report-record from trend-line.

*>Adds one run's rows read to the trend line
addRowsTrendValue.
    move winRowsRead(windowIndex) to tcValue.
    string trend-count-value delimited by size
          into tlValues with pointer trendPointer.
    add 1 to windowIndex.

*>Adds one run's invalid rate to the trend line
addRateTrendValue.
    move winRowsRead(windowIndex) to compareBase.
    move winRowsInvalid(windowIndex) to compareLatest.
    perform computeInvalidRate.
    compute trValue = invalidRate / 100.
    string trend-rate-value delimited by size
          into tlValues with pointer trendPointer.
    add 1 to windowIndex.

*>Adds one run's grand total to the trend line
addTotalTrendValue.
    move winGrandTotal(windowIndex) to ttValue.
    string trend-total-value delimited by size
          into tlValues with pointer trendPointer.
    add 1 to windowIndex.

*>Adds one run's restart and abort flags to the trend line
addFlagTrendValue.
    move winRestartFlag(windowIndex) to tfRestart.
    move winAbortFlag(windowIndex) to tfAbort.
    string trend-flag-value delimited by size
          into tlValues with pointer trendPointer.
    add 1 to windowIndex.

*>Works out the invalid rate, in hundredths of a percent, of
*>compareLatest invalid rows out of compareBase rows read
computeInvalidRate.
    if compareBase is greater than zero
        compute invalidRate rounded = compareLatest * 10000 / compareBase
    else
        move 0 to invalidRate
    end-if.

*>Averages the complete runs before the latest one; the invalid rate
*>is weighted by rows read
averagePriorRuns.
    move 0 to priorComplete.
    move 0 to priorRowsRead.
    move 0 to priorRowsInvalid.
    move 0 to priorGrandTotal.
    move 1 to windowIndex.
    perform addPriorRun
        until windowIndex is not less than windowCount.
    move 0 to averageRowsRead.
    move 0 to averageInvalidRate.
    move 0 to averageGrandTotal.
    if priorComplete is greater than zero
        compute averageRowsRead rounded = priorRowsRead / priorComplete
        compute averageGrandTotal rounded =
            priorGrandTotal / priorComplete
        move priorRowsRead to compareBase
        move priorRowsInvalid to compareLatest
        perform computeInvalidRate
        move invalidRate to averageInvalidRate
        move priorComplete to avRuns
        move averageRowsRead to avRowsRead
        compute avInvalidRate = averageInvalidRate / 100
        move averageGrandTotal to avGrandTotal
        write report-record from average-line
    end-if.

*>Adds one prior run to the averages unless it was partial
addPriorRun.
    if winAbortFlag(windowIndex) is equal to space
        add 1 to priorComplete
        add winRowsRead(windowIndex) to priorRowsRead
        add winRowsInvalid(windowIndex) to priorRowsInvalid
        add winGrandTotal(windowIndex) to priorGrandTotal
    end-if.
    add 1 to windowIndex.

*>Holds the latest run's rows read, invalid rate and grand total
*>against the trailing averages
compareLatestRun.
    move "rows read" to compareLabel.
    move winRowsRead(windowCount) to compareLatest.
    move averageRowsRead to compareAverage.
    perform compareFigure.
    if compareAlert is equal to 1
        move compareLatest to alLatest
        move compareAverage to alAverage
        move changePercent to alChange
        write report-record from alert-line
        perform countAlert
    end-if.
    move winRowsRead(windowCount) to compareBase.
    move winRowsInvalid(windowCount) to compareLatest.
    perform computeInvalidRate.
    move invalidRate to latestInvalidRate.
    move latestInvalidRate to compareLatest.
    move averageInvalidRate to compareAverage.
    perform compareFigure.
    if averageInvalidRate is equal to zero
        move 0 to compareAlert
        if latestInvalidRate is greater than alertPercent * 100
            move 1 to compareAlert
        end-if
    end-if.
    if compareAlert is equal to 1
        compute raLatest = latestInvalidRate / 100
        compute raAverage = averageInvalidRate / 100
        move changePercent to raChange
        write report-record from rate-alert-line
        perform countAlert
    end-if.
    move "grand total" to compareLabel.
    move winGrandTotal(windowCount) to compareLatest.
    move averageGrandTotal to compareAverage.
    perform compareFigure.
    if compareAlert is equal to 1
        move compareLatest to alLatest
        move compareAverage to alAverage
        move changePercent to alChange
        move compareLabel to alLabel
        write report-record from alert-line
        perform countAlert
    end-if.

*>Works out the percentage change of compareLatest from
*>compareAverage and whether it is over the alert percentage; any
*>change from an average of zero is over it
compareFigure.
    move compareLabel to alLabel.
    move 0 to compareAlert.
    move 0 to changePercent.
    compute compareDifference = compareLatest - compareAverage.
    move compareAverage to compareBase.
    if compareBase is less than zero
        compute compareBase = 0 - compareBase
    end-if.
    if compareBase is greater than zero
        compute changePercent rounded =
            compareDifference * 100 / compareBase
        if changePercent is greater than alertPercent
            or changePercent is less than 0 - alertPercent
            move 1 to compareAlert
        end-if
    else
        if compareDifference is not equal to zero
            move 1 to compareAlert
        end-if
    end-if.

*>Counts the restarts and aborts among the recent runs and holds
*>their rate against the feed's rate before them; a feed with no
*>earlier runs has no usual rate yet
checkInterruptions.
    move 0 to recentInterrupted.
    move 1 to windowIndex.
    perform countRecentInterruption
        until windowIndex is greater than windowCount.
    if baselineRuns is greater than zero
        and recentInterrupted is greater than zero
        compute recentRate rounded = recentInterrupted * 100 / windowCount
        compute baselineRate rounded =
            baselineInterrupted * 100 / baselineRuns
        if recentRate * 100 is greater than
                baselineRate * (100 + alertPercent)
            move recentInterrupted to iaRecent
            move windowCount to iaWindow
            move baselineRate to iaBaselineRate
            move baselineRuns to iaBaselineRuns
            write report-record from interrupt-alert-line
            perform countAlert
        end-if
    end-if.

*>Counts one recent run that was restarted or aborted
countRecentInterruption.
    if winRestartFlag(windowIndex) is equal to "R"
        or winAbortFlag(windowIndex) is equal to "A"
        add 1 to recentInterrupted
    end-if.
    add 1 to windowIndex.

*>Counts one alert for the feed and the run
countAlert.
    add 1 to groupAlerts.
    add 1 to alertCount.
