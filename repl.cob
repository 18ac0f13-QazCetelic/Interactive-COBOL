014700     01 WS-ELAPSED-HOURS   pic 9(6) value 0.
014800     01 WS-ELAPSED-MINS    pic 9(2) value 0.
014900     01 WS-ELAPSED-SECS    pic 9(2) value 0.
014901* Nightly shop build (--batch DIR --nightly): every MONITOR-DIRS
014902* target without a live watcher gets a batch pass, and tonight's
014903* results are compared with last night's history.
014904     01 WS-NIGHTLY-SCRIPT  pic x(150).
014905     01 WS-NIGHTLY-AWK     pic x(150).
014906     01 WS-NIGHTLY-RES     pic x(150).
014907     01 WS-NIGHTLY-DAT     pic x(150).
014908     01 WS-NIGHTLY-RPT     pic x(150).
014909     01 WS-NIGHTLY-CMD     pic x(900).
014910     01 WS-NIGHTLY-SKIPS   pic 9(2) value 0.
014911     01 WS-NIGHTLY-RC      pic 9(1) value 0.
014912* Data-file usage: every program's SELECT ... ASSIGN targets,
014913* FD record names and OPEN modes, then who creates, updates
014914* and reads each data file and a writer-ahead-of-reader order.
014915     01 WS-DF-RPT          pic x(150).
014916     01 WS-DF-LIST         pic x(150).
014917     01 WS-DF-ROWS         pic x(150).
014918     01 WS-DF-SCRIPT       pic x(150).
014919     01 WS-DF-SCRIPT-DONE  pic 9(1) value 0.
014920     01 WS-DF-CMD          pic x(700).
014921* Shared-copybook notices: a changed COPYBOOK-DIRS member is
014922* posted to every other live watcher named in MONITOR-DIRS,
014923* and notices posted to this one are taken on the poll loop.
014924     01 WS-NOTICE-FILE     pic x(150).
014925     01 WS-NOTICE-WORK     pic x(150).
014926     01 WS-NOTICE-SCRIPT   pic x(150).
014927     01 WS-NOTICE-SCRIPT-DONE pic 9(1) value 0.
014928     01 WS-NOTICE-CMD      pic x(900).
014929     01 WS-NOTICE-COUNT    pic 9(2) value 0.
014930     01 WS-NOTICE-I        pic 9(2) value 0.
014931     01 WS-NOTICE-J        pic 9(2) value 0.
014932     01 WS-NOTICE-AT       pic 9(2) value 0.
014933     01 WS-NOTICE-TRACKED  pic 9(1) value 0.
014934     01 WS-NOTICE-ANS      pic x(1).
014935     01 WS-NOTICE-STAMP    pic x(19).
014936     01 WS-NOTICE-PATH     pic x(100).
014937     01 WS-NOTICE-FROM     pic x(100).
014938     01 WS-NOTICE-MEMBER   pic x(40).
014939     01 WS-NOTICE-NAME-IN  pic x(100).
014940     01 WS-NOTICE-NAME     pic x(40).
014941     01 WS-NOTICE-LEN      pic 9(3) value 0.
014942     01 WS-NOTICE-POS      pic 9(3) value 0.
014943     01 NOTICE-TABLE.
014944        05 NOTICE-ENTRY OCCURS 10 TIMES.
014945           10 NT-STAMP     pic x(19).
014946           10 NT-PATH      pic x(100).
014947           10 NT-FROM      pic x(100).
015000     01 WS-EXIT-KEY        pic x value space.
015100     01 WS-EXIT-REQUESTED  pic 9(1) value 0.
015101* Dead-code and unused-data candidates, written beside the
015102* cross-reference from the copybook pairs and PROGRAM-IDs its
015103* gather pass leaves in the tables above.
015104     01 WS-DC-RPT          pic x(150).
015105     01 WS-DC-LIST         pic x(150).
015106     01 WS-DC-SCRIPT       pic x(150).
015107     01 WS-DC-SCRIPT-DONE  pic 9(1) value 0.
015108     01 WS-DC-CMD          pic x(700).
015120* Paragraph coverage of a suite run. Unless COVERAGE=OFF, a
015121* twin of the binary is built with paragraph tracing, each
015122* case runs once more on the twin, and the paragraphs it
015123* entered are kept per case for the coverage report written
015124* beside the source.
015125     01 WS-COVERAGE        pic x(3) value "ON".
015126     01 WS-COV-READY       pic 9(1) value 0.
015127     01 WS-COV-BINARY      pic x(150).
015128     01 WS-COV-DIR         pic x(150).
015129     01 WS-COV-RPT         pic x(150).
015130     01 WS-COV-SCRIPT      pic x(150).
015131     01 WS-COV-AWK         pic x(150).
015132     01 WS-COV-SCRIPT-DONE pic 9(1) value 0.
015133     01 WS-COV-CMD         pic x(900).
015134* Record-layout impact of an edited copybook, measured against
015135* its last-good snapshot; a changed record length stays flagged
015136* until the next promotion has shown the warning.
015137     01 WS-LAYOUT-RPT      pic x(150).
015138     01 WS-LAYOUT-SNAP     pic x(250).
015139     01 WS-LAYOUT-USERS    pic x(150).
015140     01 WS-LAYOUT-SCRIPT   pic x(150).
015141     01 WS-LAYOUT-SCRIPT-DONE pic 9(1) value 0.
015142     01 WS-LAYOUT-CMD      pic x(900).
015143     01 WS-LAYOUT-ALERT    pic 9(1) value 0.
015144     01 WS-LAYOUT-COPY     pic x(100).
015145* Run-time history: wall and CPU seconds of every suite case
015146* and interactive run, one row each in interactive-cobol-
015147* timing.log, keyed by source and case. A suite case slower
015148* than SLOW-PCT over the average of its last TIMING-RUNS rows
015149* is flagged on screen and in its row.
015150     01 WS-TIMING-LOG      pic x(150).
015151     01 WS-TIMING-TIM      pic x(150).
015152     01 WS-TIMING-SCRIPT   pic x(150).
015153     01 WS-TIMING-AWK      pic x(150).
015154     01 WS-TIMING-SCRIPT-DONE pic 9(1) value 0.
015155     01 WS-TIMING-CMP      pic 9(1) value 0.
015156     01 WS-TIMING-HOLD     pic x(1000).
015157     01 WS-TIMING-CMD      pic x(900).
015158     01 WS-CASE-XARGS      pic x(500).
015159     01 WS-SLOW-PCT        pic 9(4) value 50.
015160     01 WS-TIMING-RUNS     pic 9(3) value 5.
015161* Dialect matrix (--batch DIR --matrix): every unclaimed type 1
015162* source is compiled once per DIALECTS profile (up to eight,
015163* colon-separated; "default" adds no -std flag) and gets one
015164* report row of PASS/WARN/FAIL cells with error/warning counts.
015165     01 WS-DIALECTS        pic x(150) value "default:ibm:mf".
015166     01 WS-MATRIX-MODE     pic 9(1) value 0.
015167     01 MX-TABLE.
015168        05 MX-PROF OCCURS 8 TIMES PIC X(14).
015169     01 WS-MX-COUNT        pic 9(2) value 0.
015170     01 WS-MX-I            pic 9(2) value 0.
015171     01 WS-MX-SAVE-FLAGS   pic x(150).
015172     01 WS-MX-SAVE-VALIDATE pic x(10).
015173     01 WS-MX-RPT          pic x(150).
015174     01 WS-MX-FAILS        pic 9(4) value 0.
015175     01 WS-MX-WARNS        pic 9(4) value 0.
015176     01 WS-MX-ERR-T        pic z(3)9.
015177     01 WS-MX-WARN-T       pic z(3)9.
015178     01 WS-MX-VERDICT      pic x(4).
015179     01 MX-ROW.
015180        05 MX-ROW-SRC      PIC X(50).
015181        05 MX-ROW-COL OCCURS 8 TIMES.
015182           10 FILLER       PIC X(2).
015183           10 MX-ROW-CELL  PIC X(14).
015184* Retention (RETAIN-MONTHS, 0 = keep everything): monthly roll
015185* of the log and error ledger, carry-forward totals for months
015186* past the policy, and a sweep of old transcripts and archived
015187* builds at start-up.
015188     01 WS-RETAIN-MONTHS   pic 9(3) value 0.
015189     01 WS-RETAIN-SCRIPT   pic x(150).
015190     01 WS-RETAIN-CMD      pic x(900).
015191* Run capture (G key, CAPTURE verb): the last finished run of
015192* the current build becomes the next numbered <base>.tests case.
015193     01 WS-CAPTURE-READY   pic 9(1) value 0.
015194     01 WS-CAPTURE-SRC     pic x(100).
015195     01 WS-CAPTURE-STAMP   pic x(150).
015196     01 WS-CAPTURE-SCRIPT  pic x(150).
015197     01 WS-CAPTURE-SCRIPT-DONE pic 9(1) value 0.
015198     01 WS-CAPTURE-CMD     pic x(1000).
015199     01 WS-CAPTURE-RSP     pic x(40).
015200     01 WS-CAPTURE-STDIN   pic x(150).
015201* Companion regression test for the newly compiled binary.
015300     01 WS-TEST-BASE       pic x(100).
015400     01 WS-TEST-IN         pic x(110).
015500     01 WS-TEST-OUT        pic x(110).
015680     01 WS-CASE-VERDICT    pic x(150).
015685     01 WS-CASE-SCRIPT     pic x(150).
015690     01 WS-CASE-SCRIPT-DONE pic 9(1) value 0.
015692     01 WS-CASE-CMD        pic x(1200).
015694     01 WS-TEST-FAILED     pic 9(1) value 0.
015700     01 WS-GENERIC-CMD     pic x(1000).
015710* Build-health report digested from interactive-cobol.log: per
015715* source attempts, failures, failure rate, current streak and
015720* average seconds back to green after a failure, ranked most-
015870     01 WS-RUN-RC          pic 9(5) value 0.
015871     01 WS-RUN-DONE        pic 9(1) value 0.
015872     01 WS-RUN-PASSED      pic 9(1) value 0.
015873     01 WS-RUN-SHELL-CMD   pic x(1400).
015874     01 WS-LOG-COMPILE     pic x(4).
015875     01 WS-LOG-RUN         pic x(7).
015876* Archive of last-good binaries, stamped with the run banner's
017140     IF WS-MONITOR-MODE = 1 THEN
017150         GO TO 892-MONITOR-RUN
017160     END-IF.
017161* The nightly shop build drives other watch targets, each under
017162* its own lock, so it branches away before taking one here.
017163     IF WS-BATCH-MODE = 1 AND
017164             FUNCTION TRIM(WS-RUN-ARGS) = "--nightly" THEN
017165         GO TO 969-NIGHTLY-RUN
017166     END-IF.
017200     PERFORM 310-ACQUIRE-LOCK.
017210     PERFORM 959-APPLY-RETENTION.
017250     PERFORM 318-OFFER-RESUME.
017300     PERFORM 330-BUILD-WATCH-LIST.
017400     IF WS-FILE-COUNT = 0 THEN
017700         PERFORM 900-RELEASE-LOCK
017800         STOP RUN
017900     END-IF.
017901* The dialect matrix is a batch variant: same lock, same watch
017902* list, its own pass over the sources.
017903     IF WS-BATCH-MODE = 1 AND
017904             FUNCTION TRIM(WS-RUN-ARGS) = "--matrix" THEN
017905         GO TO 955-MATRIX-RUN
017906     END-IF.
017910     IF WS-BATCH-MODE = 1 THEN
017920         GO TO 850-BATCH-RUN
017930     END-IF.
024010* A changed copybook fans out to a rebuild of every type 1
024020* source that COPYs it, not just the entry's single WT-OWNER.
024030         IF WT-TYPE(WS-CHANGED-IDX) = 2 THEN
024031             PERFORM 978-POST-COPYBOOK-NOTICE
024032             PERFORM 943-CHECK-LAYOUT-IMPACT
024035             PERFORM 870-REBUILD-COPYBOOK-USERS
024040             GO TO 100-CHECK-FOR-CHANGES
024045         END-IF
024750             THRU 209-COMPILE-EXIT
024800         GO TO 100-CHECK-FOR-CHANGES
024900     END-IF.
024901     PERFORM 979-CHECK-COPYBOOK-NOTICE.
024910     PERFORM 500-POLL-CONTROL-PIPE.
024920     IF WS-CTL-COMPILE-REQ = 1 THEN
024930         MOVE 0 TO WS-CTL-COMPILE-REQ
028348             PERFORM 920-PROMOTE-BUILD
028350         WHEN "X" WHEN "x"
028360             PERFORM 750-WRITE-XREF-REPORT
028361             PERFORM 934-WRITE-DEADCODE-REPORT
028362         WHEN "L" WHEN "l"
028364             PERFORM 880-REPORT-PROMPT
028366         WHEN "E" WHEN "e"
028368             PERFORM 926-EDIT-AT-ERROR
028370         WHEN "H" WHEN "h"
028380             PERFORM 125-SHOW-KEY-HELP
028381         WHEN "G" WHEN "g"
028382             PERFORM 965-CAPTURE-TEST-CASE
028383         WHEN "F" WHEN "f"
028384             PERFORM 974-WRITE-DATAFLOW-REPORT
028390         WHEN OTHER
028400             CONTINUE
028410     END-EVALUATE.
028426     DISPLAY "  P  pause or resume change polling".
028427     DISPLAY "  W  dump the watch table".
028428     DISPLAY "  B  list archived builds and re-run one".
028429     DISPLAY "  X  write cross-reference + dead-code reports".
028430     DISPLAY "  L  write the build-health report".
028431     DISPLAY "  G  save the last run as a new test case".
028432     DISPLAY "  F  write the data-file usage report".
028433     DISPLAY "  U  restore the active source's last-good copy".
028434     DISPLAY "  O  promote the archived green build to release".
028435     DISPLAY "  E  open the editor at the next parsed error".
039090 200-COMPILE-AND-EXECUTE.
039100     MOVE 0 TO WAITING-MESSAGE-SHOWN.
039105     MOVE 0 TO WS-COMPILE-PASSED.
039106     MOVE 0 TO WS-CAPTURE-READY.
039110     MOVE 0 TO WS-RUN-DONE.
039120     MOVE 0 TO WS-RUN-PASSED.
039130     MOVE "-" TO WS-RUN-RC-TEXT.
045840         MOVE 0 TO WS-COMPILE-PASSED
045845         MOVE SPACES TO WS-COMPILE-RC-TEXT
045847         MOVE 0 TO WS-COMPILE-RC
045848         IF WS-MATRIX-MODE = 0 THEN
045850             ADD 1 TO WS-TOTAL-FAILED
045860             PERFORM 220-WRITE-LOG-ENTRY
045865         END-IF
045870         GO TO 209-COMPILE-EXIT
045880     END-IF.
045900     CALL "SYSTEM" USING COMPILE-CMD.
046000     PERFORM 240-READ-COMPILE-RC.
046100     PERFORM 250-SHOW-COMPILE-DIFF.
046110* A dialect-matrix cell wants only its verdict and counts: the
046120* diagnostics are listed but kept out of the recurring-error
046130* ledger, and nothing is logged, archived, tested or run.
046140     IF WS-MATRIX-MODE = 1 THEN
046150         MOVE "/dev/null" TO WS-LEDGER-PATH
046160         PERFORM 260-PARSE-COMPILE-ERRORS
046170         IF WS-COMPILE-RC = ZERO THEN
046180             MOVE 1 TO WS-COMPILE-PASSED
046185         END-IF
046190         GO TO 209-COMPILE-EXIT
046195     END-IF.
046200* Check if the compilation was successful. Branch on the captured
046250* compiler return code (240-READ-COMPILE-RC), not on whether a
046260* binary happens to exist at WS-BINARY-PATH - that path is fixed
050800             ELSE
050900                 MOVE WS-RUN-CMD-BASE TO WS-GENERIC-CMD
051000             END-IF
051001             PERFORM 963-MARK-RUN-START
051010             PERFORM 950-PREFIX-RUN-TIMING
051050             PERFORM 989-RECORD-KEYBOARD-INPUT
051100             PERFORM 218-RUN-AND-RECORD
051101             PERFORM 964-NOTE-RUN-OUTPUTS
051110             PERFORM 951-RECORD-RUN-TIMES
051120         END-IF
051150         PERFORM 220-WRITE-LOG-ENTRY
051200         MOVE SPACES TO WS-GENERIC-CMD
053665     END-STRING.
053670     CALL "SYSTEM" USING WS-IS-DIR-CMD RETURNING RETURN-CODE.
053675     IF RETURN-CODE = ZERO THEN
053677         PERFORM 938-PREPARE-SUITE-RUN
053678         PERFORM 949-PREPARE-SUITE-TIMING
053680         PERFORM 876-RUN-TEST-SUITE
053682         PERFORM 940-WRITE-COVERAGE-REPORT
053683         PERFORM 951-RECORD-RUN-TIMES
053685         GO TO 214-COMPANION-TEST-EXIT
053690     END-IF.
053700     MOVE SPACES TO WS-TEST-IN.
074240         ".state" DELIMITED BY SIZE
074250         INTO WS-STATE-FILE
074260     END-STRING.
074261     MOVE SPACES TO WS-NOTICE-FILE.
074262     STRING "/tmp/.interactive-cobol-" DELIMITED BY SIZE
074263         WS-SANITIZED-PATH DELIMITED BY SPACE
074264         ".notice" DELIMITED BY SIZE
074265         INTO WS-NOTICE-FILE
074266     END-STRING.
074300     MOVE SPACES TO WS-BINARY-PATH.
074400     STRING "/tmp/cobol-interactive-" DELIMITED BY SIZE
074500         WS-SANITIZED-PATH DELIMITED BY SPACE
082474                 MOVE WS-CFG-VAL TO WS-RELEASE-DIR
082476             WHEN "EDITOR-CMD"
082478                 MOVE WS-CFG-VAL TO WS-EDITOR-CMD
082479             WHEN "COVERAGE"
082480                 MOVE FUNCTION UPPER-CASE(WS-CFG-VAL)
082481                     TO WS-COVERAGE
082482             WHEN "SLOW-PCT"
082483                 MOVE FUNCTION NUMVAL(WS-CFG-VAL)
082484                     TO WS-SLOW-PCT
082485             WHEN "TIMING-RUNS"
082486                 MOVE FUNCTION NUMVAL(WS-CFG-VAL)
082487                     TO WS-TIMING-RUNS
082488             WHEN "DIALECTS"
082489                 MOVE WS-CFG-VAL TO WS-DIALECTS
082490             WHEN "RETAIN-MONTHS"
082491                 MOVE FUNCTION NUMVAL(WS-CFG-VAL)
082492                     TO WS-RETAIN-MONTHS
082500             WHEN OTHER
082600                 CONTINUE
082700         END-EVALUATE
096440                 MOVE WS-LAST-STATUS TO WS-CTL-RSP-TEXT
096450             END-IF
096460             PERFORM 530-WRITE-CONTROL-RSP
096461         WHEN "CAPTURE"
096462             PERFORM 965-CAPTURE-TEST-CASE
096463             MOVE WS-CAPTURE-RSP TO WS-CTL-RSP-TEXT
096464             PERFORM 530-WRITE-CONTROL-RSP
096465         WHEN "DATAFLOW"
096466             PERFORM 974-WRITE-DATAFLOW-REPORT
096467             MOVE WS-DF-RPT TO WS-CTL-RSP-TEXT
096468             PERFORM 530-WRITE-CONTROL-RSP
096470         WHEN "OUTPUT"
096480             IF WS-COMPILE-OUT = SPACES THEN
096490                 MOVE "NO COMPILE ATTEMPTED YET"
096540             PERFORM 530-WRITE-CONTROL-RSP
096542         WHEN "XREF"
096544             PERFORM 750-WRITE-XREF-REPORT
096545             PERFORM 934-WRITE-DEADCODE-REPORT
096546             MOVE WS-XREF-RPT TO WS-CTL-RSP-TEXT
096548             PERFORM 530-WRITE-CONTROL-RSP
096550         WHEN "QUIT"
097030* retention count, so the last-good binary survives the rm -f
097040* after each run and a broken edit can still be demoed against
097050* the build that worked minutes ago.
097051* A build the release manifest names is never pruned.
097060     MOVE SPACES TO WS-ARCHIVE-DIR.
097070     STRING WS-WATCH-DIR DELIMITED BY SPACE
097080         "/.interactive-cobol-archive" DELIMITED BY SIZE
097280         WS-ARCHIVE-DIR DELIMITED BY SPACE
097290         "/""$b""-* 2>/dev/null | tail -n +" DELIMITED BY SIZE
097300         WS-ARCH-TAIL DELIMITED BY SIZE
097310         " | while read f; do grep -qs "" ${f##*/} "" "
097311         DELIMITED BY SIZE
097312         WS-RELEASE-DIR DELIMITED BY SPACE
097313         "/RELEASE-MANIFEST || rm -f ""$f""; done"
097314         DELIMITED BY SIZE
097320         INTO WS-ARCHIVE-CMD
097330         ON OVERFLOW CONTINUE
097340     END-STRING.
099249     MOVE SPACES TO WS-SUITE-CASE.
099250     MOVE FUNCTION TRIM(WORK-FILE-LINE) TO WS-SUITE-CASE.
099251     IF WS-SUITE-CASE NOT = SPACES THEN
099252         PERFORM 939-PREPARE-SUITE-CASE
099267         CALL "SYSTEM" USING WS-CASE-CMD RETURNING RETURN-CODE
099268         ADD 1 TO WS-SUITE-CASES
099269         IF RETURN-CODE = ZERO THEN
099386     PERFORM 882-WRITE-BUILD-REPORT.
099388     STOP RUN.
099389 882-WRITE-BUILD-REPORT.
099390* Digest the log into per-source statistics: attempts,
099391* failures, failure rate, current streak and average seconds
099392* back to green, ranked most-failing first. The carried-
099393* forward totals, the rolled monthly logs and the live log are
099394* read oldest first; awk does the arithmetic, sort ranks rows.
099395     IF WS-RPT-SCRIPT-DONE = 0 THEN
099396         PERFORM 883-WRITE-REPORT-SCRIPT
099397         MOVE 1 TO WS-RPT-SCRIPT-DONE
099440         WRITE WORK-FILE-LINE
099441         CLOSE WORK-FILE
099442         MOVE SPACES TO WS-RPT-CMD
099443         STRING "l=" DELIMITED BY SIZE
099444             WS-WATCH-DIR DELIMITED BY SPACE
099445             "/interactive-cobol; awk -v FROM=" DELIMITED BY SIZE
099446             WS-RPT-FROM DELIMITED BY SPACE
099447             " -v TO=" DELIMITED BY SIZE
099448             WS-RPT-TO DELIMITED BY SPACE
099449             " -f " DELIMITED BY SIZE
099450             WS-RPT-SCRIPT DELIMITED BY SPACE
099451             " /dev/null $(ls -dU $l-carry.log $l-2*.log $l.log"
099452             " 2>/dev/null)" DELIMITED BY SIZE
099453             " | sort -t'|' -rn -k1,1 | sed 's/^[0-9]*|//' >> "
099454             DELIMITED BY SIZE
099455             WS-RPT-PATH DELIMITED BY SPACE
099492         MOVE "  if (TO != """" && d > TO) next"
099493             TO WORK-FILE-LINE
099494         WRITE WORK-FILE-LINE
099495         PERFORM 961-PUT-CARRY-RULE
099498         MOVE "  r = """"" TO WORK-FILE-LINE
099499         WRITE WORK-FILE-LINE
099500         MOVE "  for (i = 4; i <= NF; i++)" TO WORK-FILE-LINE
099543         WRITE WORK-FILE-LINE
099544         MOVE "}" TO WORK-FILE-LINE
099545         WRITE WORK-FILE-LINE
099546         PERFORM 962-PUT-CARRY-END
099548         MOVE "  for (s in att) {" TO WORK-FILE-LINE
099549         WRITE WORK-FILE-LINE
099550         MOVE "    f = fl[s] + 0" TO WORK-FILE-LINE
099759     CALL "SYSTEM" USING WS-HINT-CMD.
099760 891-APPEND-ERROR-DIGEST.
099761* Close the report with the recurring-error ledger's top
099762* offenders across the live ledger, its rolled monthly files
099763* and the carried-forward counts (source|message|count). The
099764* ledger carries no dates, so this is all-time whatever the range.
099765     DISPLAY "".
099766     MOVE SPACES TO WS-HINT-CMD.
099767     STRING "l=" DELIMITED BY SIZE
099768         WS-WATCH-DIR DELIMITED BY SPACE
099769         "/interactive-cobol-errors; ls $l*.led >/dev/null 2>&1 "
099770         "&& { echo; echo ""TOP RECURRING ERRORS (ALL TIME):""; "
099771         "awk -F'|' '{ k = $1 ""|"" $2; "
099772         "c[k] += (NF > 2 ? $3 : 1) } END { for (k in c) "
099773         "printf ""%7d %s\n"", c[k], k }' $l*.led "
099774         "| sort -rn | head -10; } >> " DELIMITED BY SIZE
099775         WS-RPT-PATH DELIMITED BY SPACE
099776         INTO WS-HINT-CMD
099777         ON OVERFLOW CONTINUE
099935* bash helper written fresh at first use beside the other
099936* working files, so the rules stay in one place and the shell
099937* line that runs each case stays short. Arguments: binary,
099938* case dir, watched dir, watchdog limit, run prefix. Before
099939* the run, every basename the case stages (in/) or expects
099940* (out/) is moved out of the watched directory into a keep
099941* directory; when the case ends its own copies are removed and
099942* the kept files put back. A comparison only ever sees files
099943* the case itself produced, and a file of the same name that
099944* was already there - a master file, say - outlives the suite.
099945     MOVE SPACES TO WS-CASE-SCRIPT.
099946     STRING WS-WATCH-DIR DELIMITED BY SPACE
099947         "/.interactive-cobol-runcase.sh" DELIMITED BY SIZE
099948         INTO WS-CASE-SCRIPT
099949     END-STRING.
099950     MOVE WS-CASE-SCRIPT TO WS-WORK-FILE-NAME.
099951     OPEN OUTPUT WORK-FILE.
099952     IF WS-WORK-FILE-STATUS = "00" THEN
099953         MOVE "B=$1; C=$2; W=$3; D=$PWD" TO WORK-FILE-LINE
099954         WRITE WORK-FILE-LINE
099955         MOVE "C=$(cd ""$C"" && pwd) || exit 8"
099956             TO WORK-FILE-LINE
099957         WRITE WORK-FILE-LINE
099958         MOVE "cd ""$W"" || exit 8" TO WORK-FILE-LINE
099959         WRITE WORK-FILE-LINE
099960         MOVE "K=.interactive-cobol-case.keep" TO WORK-FILE-LINE
099961         WRITE WORK-FILE-LINE
099962         PERFORM 990-PUT-CASE-FILE-KEEP
099970         MOVE "O=.interactive-cobol-case.out" TO WORK-FILE-LINE
099971         WRITE WORK-FILE-LINE
099972         MOVE "[ -d ""$C/in"" ] && cp -f ""$C/in/""* ."
099973             TO WORK-FILE-LINE
099974         WRITE WORK-FILE-LINE
099975         PERFORM 967-PUT-CASE-RUN-PREFIX
099977         MOVE "if [ -f ""$C/stdin"" ]; then" TO WORK-FILE-LINE
099978         WRITE WORK-FILE-LINE
099979         MOVE "  $R ""$B"" $A < ""$C/stdin"" > ""$O"" 2>&1"
099980             TO WORK-FILE-LINE
099981         WRITE WORK-FILE-LINE
099982         MOVE "else" TO WORK-FILE-LINE
099983         WRITE WORK-FILE-LINE
099984         MOVE "  $R ""$B"" $A < /dev/null > ""$O"" 2>&1"
099985             TO WORK-FILE-LINE
099986         WRITE WORK-FILE-LINE
099987         MOVE "fi; RC=$?; EXP=0" TO WORK-FILE-LINE
500038         WS-CTL-CMDFILE DELIMITED BY SPACE
500040         " " DELIMITED BY SIZE
500042         WS-CTL-RSPFILE DELIMITED BY SPACE
500043         " " DELIMITED BY SIZE
500044         WS-NOTICE-FILE DELIMITED BY SPACE
500050         INTO WS-GENERIC-CMD
500060     END-STRING.
500070     CALL "SYSTEM" USING BY CONTENT WS-GENERIC-CMD.
500146     END-IF.
500147 918-BUILD-CASE-CMD.
500148* The case runner takes the binary, the case directory, the
500149* watched directory, watchdog limit (0 = none), run prefix.
500150     MOVE SPACES TO WS-CASE-CMD.
500151     STRING "bash " DELIMITED BY SIZE
500152         WS-CASE-SCRIPT DELIMITED BY SPACE
500158         WS-WATCH-DIR DELIMITED BY SPACE
500159         " " DELIMITED BY SIZE
500160         WS-RUN-TIMEOUT DELIMITED BY SIZE
500161         " " FUNCTION TRIM(WS-CASE-XARGS) " > " DELIMITED BY SIZE
500162         WS-CASE-VERDICT DELIMITED BY SPACE
500163         " 2>&1" DELIMITED BY SIZE
500164         INTO WS-CASE-CMD
500165         ON OVERFLOW PERFORM 994-DROP-CASE-TIMING
500166     END-STRING.
500167     IF WS-CASE-CMD = SPACES THEN
500168         GO TO 918-BUILD-CASE-CMD
500169     END-IF.
500170 920-PROMOTE-BUILD.
500171* Copy the newest archived binary of the active source into
500172* the release library under its stamped name and append one
500183             DISPLAY "Last build is not green with passing "
500184                 "tests; nothing promoted."
500185         ELSE
500186             PERFORM 945-PROMOTE-AFTER-LAYOUT-CHECK
500187         END-IF
500188     END-IF.
500189     MOVE 0 TO WAITING-MESSAGE-SHOWN.
500335     DISPLAY X"1B" & "[31;1;4mWarning: monitor list full (8); "
500336         "further configured targets are NOT shown"
500337         X"1B" & "[0m".
500340 934-WRITE-DEADCODE-REPORT.
500341* Dead-code and unused-data candidates for every type 1 source,
500342* run straight after 750-WRITE-XREF-REPORT so the pair table
500343* and PROGRAM-IDs its gather pass filled are current. Per
500344* source: paragraphs nothing PERFORMs or reaches by GO TO, a
500345* THRU range, a performed SECTION or fall-through; 01 and 77
500346* items that no statement names, directly or through anything
500347* under or redefining them; and COPYed members none of whose
500348* data names is used. Candidates for review, not verdicts - a
500349* paragraph reached only through ALTER still shows here.
500350     IF WS-DC-SCRIPT-DONE = 0 THEN
500351         PERFORM 937-WRITE-DEADCODE-SCRIPT
500352         MOVE 1 TO WS-DC-SCRIPT-DONE
500353     END-IF.
500354     MOVE SPACES TO WS-DC-RPT.
500355     STRING WS-WATCH-DIR DELIMITED BY SPACE
500356         "/interactive-cobol-deadcode.rpt" DELIMITED BY SIZE
500357         INTO WS-DC-RPT
500358     END-STRING.
500359     MOVE SPACES TO WS-DC-LIST.
500360     STRING WS-WATCH-DIR DELIMITED BY SPACE
500361         "/.interactive-cobol-dclist" DELIMITED BY SIZE
500362         INTO WS-DC-LIST
500363     END-STRING.
500364     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
500365     MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR.
500366     MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH.
500367     MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY.
500368     MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR.
500369     MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN.
500370     MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.
500371     MOVE WS-TEMP-MS    TO WS-FORMATTED-MS.
500372     MOVE WS-DC-RPT TO WS-WORK-FILE-NAME.
500373     OPEN OUTPUT WORK-FILE.
500374     IF WS-WORK-FILE-STATUS NOT = "00" THEN
500375         DISPLAY X"1B" & "[31;1;4mError: cannot write "
500376             WS-DC-RPT(1:50) X"1B" & "[0m"
500377     ELSE
500378         MOVE SPACES TO WORK-FILE-LINE
500379         STRING "DEAD-CODE AND UNUSED-DATA CANDIDATES AT "
500380             DELIMITED BY SIZE
500381             WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
500382             INTO WORK-FILE-LINE
500383         END-STRING
500384         WRITE WORK-FILE-LINE
500385         CLOSE WORK-FILE
500386         PERFORM 935-DEADCODE-ONE-SOURCE
500387             VARYING WS-XREF-SRC FROM 1 BY 1
500388             UNTIL WS-XREF-SRC > WS-FILE-COUNT
500389         DISPLAY X"1B" & "[36;1mDEAD-CODE REPORT WRITTEN TO "
500390             FUNCTION TRIM(WS-DC-RPT) X"1B" & "[0m"
500391     END-IF.
500392     MOVE 0 TO WAITING-MESSAGE-SHOWN.
500400 935-DEADCODE-ONE-SOURCE.
500401* The source's resolved copybooks go to a list file the script
500402* reads first; it then makes two passes over the source, one
500403* to learn the paragraphs and data items, one for the names
500404* the statements use.
500405     IF WT-TYPE(WS-XREF-SRC) = 1 THEN
500406         MOVE WS-DC-LIST TO WS-WORK-FILE-NAME
500407         OPEN OUTPUT WORK-FILE
500408         IF WS-WORK-FILE-STATUS = "00" THEN
500409             PERFORM 936-PUT-DEADCODE-COPY
500410                 VARYING WS-XP-I FROM 1 BY 1
500411                 UNTIL WS-XP-I > WS-XP-COUNT
500412             CLOSE WORK-FILE
500413         END-IF
500414         MOVE SPACES TO WS-DC-CMD
500415         STRING "awk -v S=" DELIMITED BY SIZE
500416             WT-PATH(WS-XREF-SRC) DELIMITED BY SPACE
500417             " -v P=" DELIMITED BY SIZE
500418             XS-PROGID(WS-XREF-SRC) DELIMITED BY SPACE
500419             " -f " DELIMITED BY SIZE
500420             WS-DC-SCRIPT DELIMITED BY SPACE
500421             " " DELIMITED BY SIZE
500422             WS-DC-LIST DELIMITED BY SPACE
500423             " " DELIMITED BY SIZE
500424             WT-PATH(WS-XREF-SRC) DELIMITED BY SPACE
500425             " " DELIMITED BY SIZE
500426             WT-PATH(WS-XREF-SRC) DELIMITED BY SPACE
500427             " >> " DELIMITED BY SIZE
500428             WS-DC-RPT DELIMITED BY SPACE
500429             " 2>/dev/null" DELIMITED BY SIZE
500430             INTO WS-DC-CMD
500431             ON OVERFLOW CONTINUE
500432         END-STRING
500433         CALL "SYSTEM" USING WS-DC-CMD
500434     END-IF.
500440 936-PUT-DEADCODE-COPY.
500441     IF XP-SRC(WS-XP-I) = WS-XREF-SRC THEN
500442         MOVE XP-COPY(WS-XP-I) TO WORK-FILE-LINE
500443         WRITE WORK-FILE-LINE
500444     END-IF.
500450 937-WRITE-DEADCODE-SCRIPT.
500451* The analysis is one awk program, written fresh at first use
500452* beside the other working files. Fixed-format sources only:
500453* columns 8-72, comment lines skipped, literals blanked out so
500454* their text is never mistaken for a name. A paragraph falls
500455* through to the next unless its last sentence ends in an
500456* unconditional GO TO, STOP RUN, GOBACK or EXIT PROGRAM.
500457     MOVE SPACES TO WS-DC-SCRIPT.
500458     STRING WS-WATCH-DIR DELIMITED BY SPACE
500459         "/.interactive-cobol-deadcode.awk" DELIMITED BY SIZE
500460         INTO WS-DC-SCRIPT
500461     END-STRING.
500462     MOVE WS-DC-SCRIPT TO WS-WORK-FILE-NAME.
500463     OPEN OUTPUT WORK-FILE.
500464     IF WS-WORK-FILE-STATUS = "00" THEN
500465         MOVE "function norm(s, c) {" TO WORK-FILE-LINE
500466         WRITE WORK-FILE-LINE
500467         MOVE "  c = substr(s, 7, 1)" TO WORK-FILE-LINE
500468         WRITE WORK-FILE-LINE
500469         MOVE "  if (c == ""*"" || c == ""/"") return """""
500470             TO WORK-FILE-LINE
500471         WRITE WORK-FILE-LINE
500472         MOVE "  s = toupper(substr(s, 8, 65))" TO WORK-FILE-LINE
500473         WRITE WORK-FILE-LINE
500474         MOVE "  gsub(/""[^""]*""/, "" "", s)" TO WORK-FILE-LINE
500475         WRITE WORK-FILE-LINE
500476         MOVE "  gsub(/'[^']*'/, "" "", s)" TO WORK-FILE-LINE
500477         WRITE WORK-FILE-LINE
500478         MOVE "  sub(/\*>.*/, """", s)" TO WORK-FILE-LINE
500479         WRITE WORK-FILE-LINE
500480         MOVE "  return s" TO WORK-FILE-LINE
500481         WRITE WORK-FILE-LINE
500482         MOVE "}" TO WORK-FILE-LINE
500483         WRITE WORK-FILE-LINE
500484         MOVE "function term(s) {" TO WORK-FILE-LINE
500485         WRITE WORK-FILE-LINE
500486         MOVE "  if (s ~ /(^| )(IF|EVALUATE|WHEN|ELSE)( |$)/)"
500487             TO WORK-FILE-LINE
500488         WRITE WORK-FILE-LINE
500489         MOVE "    return 0" TO WORK-FILE-LINE
500490         WRITE WORK-FILE-LINE
500491         MOVE "  if (s ~ /(^| )(ON|AT|INVALID|NOT)( |$)/)"
500492             TO WORK-FILE-LINE
500493         WRITE WORK-FILE-LINE
500494         MOVE "    return 0" TO WORK-FILE-LINE
500495         WRITE WORK-FILE-LINE
500496         MOVE "  if (s ~ /(^| )(GO|GOBACK)( |\.|$)/) return 1"
500497             TO WORK-FILE-LINE
500498         WRITE WORK-FILE-LINE
500499         MOVE "  return s ~ /(STOP +RUN|EXIT +PROGRAM)/"
500500             TO WORK-FILE-LINE
500501         WRITE WORK-FILE-LINE
500502         MOVE "}" TO WORK-FILE-LINE
500503         WRITE WORK-FILE-LINE
500504         MOVE "function lvl(s) {" TO WORK-FILE-LINE
500505         WRITE WORK-FILE-LINE
500506         MOVE "  x = substr(s, RSTART, RLENGTH)" TO WORK-FILE-LINE
500507         WRITE WORK-FILE-LINE
500508         MOVE "  sub(/^ */, """", x)" TO WORK-FILE-LINE
500509         WRITE WORK-FILE-LINE
500510         MOVE "  return split(x, w, / +/)" TO WORK-FILE-LINE
500511         WRITE WORK-FILE-LINE
500512         MOVE "}" TO WORK-FILE-LINE
500513         WRITE WORK-FILE-LINE
500514         MOVE "function hdr(s) {" TO WORK-FILE-LINE
500515         WRITE WORK-FILE-LINE
500516         MOVE "  return match(s, ""^ ? ? ?"" N H)"
500517             TO WORK-FILE-LINE
500518         WRITE WORK-FILE-LINE
500519         MOVE "}" TO WORK-FILE-LINE
500520         WRITE WORK-FILE-LINE
500521         MOVE "BEGIN {" TO WORK-FILE-LINE
500522         WRITE WORK-FILE-LINE
500523         MOVE "  N = ""[A-Z0-9][A-Z0-9-]*""" TO WORK-FILE-LINE
500524         WRITE WORK-FILE-LINE
500525         MOVE "  H = ""( +SECTION)? *\\.""" TO WORK-FILE-LINE
500526         WRITE WORK-FILE-LINE
500527         MOVE "}" TO WORK-FILE-LINE
500528         WRITE WORK-FILE-LINE
500529         MOVE "FILENAME == ARGV[1] && p == 0 {" TO WORK-FILE-LINE
500530         WRITE WORK-FILE-LINE
500531         MOVE "  if ($0 != """") cp[++nc] = $0" TO WORK-FILE-LINE
500532         WRITE WORK-FILE-LINE
500533         MOVE "  next" TO WORK-FILE-LINE
500534         WRITE WORK-FILE-LINE
500535         MOVE "}" TO WORK-FILE-LINE
500536         WRITE WORK-FILE-LINE
500537         MOVE "FNR == 1 { p++; dv = """"; ws = 0 }"
500538             TO WORK-FILE-LINE
500539         WRITE WORK-FILE-LINE
500540         MOVE "{ t = norm($0) }" TO WORK-FILE-LINE
500541         WRITE WORK-FILE-LINE
500542         MOVE "t ~ /(IDENTIFICATION|ID) +DIVISION/ {"
500543             TO WORK-FILE-LINE
500544         WRITE WORK-FILE-LINE
500545         MOVE "  dv = ""I""; next" TO WORK-FILE-LINE
500546         WRITE WORK-FILE-LINE
500547         MOVE "}" TO WORK-FILE-LINE
500548         WRITE WORK-FILE-LINE
500549         MOVE "t ~ /ENVIRONMENT +DIVISION/ { dv = ""E""; next }"
500550             TO WORK-FILE-LINE
500551         WRITE WORK-FILE-LINE
500552         MOVE "t ~ /DATA +DIVISION/ { dv = ""D""; next }"
500553             TO WORK-FILE-LINE
500554         WRITE WORK-FILE-LINE
500555         MOVE "t ~ /PROCEDURE +DIVISION/ { dv = ""P""; next }"
500556             TO WORK-FILE-LINE
500557         WRITE WORK-FILE-LINE
500558         MOVE "dv == ""D"" && t ~ /^ *[A-Z-]+ +SECTION *\./ {"
500559             TO WORK-FILE-LINE
500560         WRITE WORK-FILE-LINE
500561         MOVE "  ws = (t ~ /WORKING-STORAGE/); next"
500562             TO WORK-FILE-LINE
500563         WRITE WORK-FILE-LINE
500564         MOVE "}" TO WORK-FILE-LINE
500565         WRITE WORK-FILE-LINE
500566         MOVE "p == 1 && dv == ""D"" && ws {" TO WORK-FILE-LINE
500567         WRITE WORK-FILE-LINE
500568         MOVE "  if (!match(t, ""^ *[0-9][0-9]? +"" N)) next"
500569             TO WORK-FILE-LINE
500570         WRITE WORK-FILE-LINE
500571         MOVE "  lvl(t)" TO WORK-FILE-LINE
500572         WRITE WORK-FILE-LINE
500573         MOVE "  if (w[1] + 0 == 1 || w[1] + 0 == 77) {"
500574             TO WORK-FILE-LINE
500575         WRITE WORK-FILE-LINE
500576         MOVE "    nt++; tn[nt] = w[2]; tl[nt] = FNR"
500577             TO WORK-FILE-LINE
500578         WRITE WORK-FILE-LINE
500579         MOVE "    if (match(t, ""REDEFINES +"" N)) {"
500580             TO WORK-FILE-LINE
500581         WRITE WORK-FILE-LINE
500582         MOVE "      r = substr(t, RSTART, RLENGTH)"
500583             TO WORK-FILE-LINE
500584         WRITE WORK-FILE-LINE
500585         MOVE "      sub(/.* /, """", r)" TO WORK-FILE-LINE
500586         WRITE WORK-FILE-LINE
500587         MOVE "      if (r in own) al[nt] = own[r]"
500588             TO WORK-FILE-LINE
500589         WRITE WORK-FILE-LINE
500590         MOVE "    }" TO WORK-FILE-LINE
500591         WRITE WORK-FILE-LINE
500592         MOVE "  }" TO WORK-FILE-LINE
500593         WRITE WORK-FILE-LINE
500594         MOVE "  if (w[2] != ""FILLER"") own[w[2]] = nt"
500595             TO WORK-FILE-LINE
500596         WRITE WORK-FILE-LINE
500597         MOVE "  if (match(t, ""INDEXED +BY +"" N)) {"
500598             TO WORK-FILE-LINE
500599         WRITE WORK-FILE-LINE
500600         MOVE "    x = substr(t, RSTART, RLENGTH)"
500601             TO WORK-FILE-LINE
500602         WRITE WORK-FILE-LINE
500603         MOVE "    sub(/.* /, """", x); own[x] = nt"
500604             TO WORK-FILE-LINE
500605         WRITE WORK-FILE-LINE
500606         MOVE "  }" TO WORK-FILE-LINE
500607         WRITE WORK-FILE-LINE
500608         MOVE "  next" TO WORK-FILE-LINE
500609         WRITE WORK-FILE-LINE
500610         MOVE "}" TO WORK-FILE-LINE
500611         WRITE WORK-FILE-LINE
500612         MOVE "p == 1 && dv == ""P"" {" TO WORK-FILE-LINE
500613         WRITE WORK-FILE-LINE
500614         MOVE "  if (hdr(t)) {" TO WORK-FILE-LINE
500615         WRITE WORK-FILE-LINE
500616         MOVE "    x = substr(t, RSTART, RLENGTH)"
500617             TO WORK-FILE-LINE
500618         WRITE WORK-FILE-LINE
500619         MOVE "    sub(/^ */, """", x); sub(/[ .].*/, """", x)"
500620             TO WORK-FILE-LINE
500621         WRITE WORK-FILE-LINE
500622         MOVE "    if (x !~ /^(DECLARATIVES|EXIT|GOBACK)$/) {"
500623             TO WORK-FILE-LINE
500624         WRITE WORK-FILE-LINE
500625         MOVE "      np++; pn[np] = x; pl[np] = FNR"
500626             TO WORK-FILE-LINE
500627         WRITE WORK-FILE-LINE
500628         MOVE "      pi[x] = np; cur = """"" TO WORK-FILE-LINE
500629         WRITE WORK-FILE-LINE
500630         MOVE "      ps[np] = (t ~ /SECTION *\./)"
500631             TO WORK-FILE-LINE
500632         WRITE WORK-FILE-LINE
500633         MOVE "      t = substr(t, RSTART + RLENGTH)"
500634             TO WORK-FILE-LINE
500635         WRITE WORK-FILE-LINE
500636         MOVE "    }" TO WORK-FILE-LINE
500637         WRITE WORK-FILE-LINE
500638         MOVE "  }" TO WORK-FILE-LINE
500639         WRITE WORK-FILE-LINE
500640         MOVE "  if (t ~ /^ *$/) next" TO WORK-FILE-LINE
500641         WRITE WORK-FILE-LINE
500642         MOVE "  cur = cur "" "" t" TO WORK-FILE-LINE
500643         WRITE WORK-FILE-LINE
500644         MOVE "  if (t ~ /\. *$/) { ls[np] = cur; cur = """" }"
500645             TO WORK-FILE-LINE
500646         WRITE WORK-FILE-LINE
500647         MOVE "  next" TO WORK-FILE-LINE
500648         WRITE WORK-FILE-LINE
500649         MOVE "}" TO WORK-FILE-LINE
500650         WRITE WORK-FILE-LINE
500651         MOVE "p == 2 && dv == ""D"" {" TO WORK-FILE-LINE
500652         WRITE WORK-FILE-LINE
500653         MOVE "  if (match(t, ""DEPENDING +ON +"" N)) {"
500654             TO WORK-FILE-LINE
500655         WRITE WORK-FILE-LINE
500656         MOVE "    x = substr(t, RSTART, RLENGTH)"
500657             TO WORK-FILE-LINE
500658         WRITE WORK-FILE-LINE
500659         MOVE "    sub(/.* /, """", x); rf[x] = 1"
500660             TO WORK-FILE-LINE
500661         WRITE WORK-FILE-LINE
500662         MOVE "  }" TO WORK-FILE-LINE
500663         WRITE WORK-FILE-LINE
500664         MOVE "}" TO WORK-FILE-LINE
500665         WRITE WORK-FILE-LINE
500666         MOVE "p == 2 && (dv == ""P"" || dv == ""E"") {"
500667             TO WORK-FILE-LINE
500668         WRITE WORK-FILE-LINE
500669         MOVE "  if (dv == ""P"" && hdr(t))" TO WORK-FILE-LINE
500670         WRITE WORK-FILE-LINE
500671         MOVE "    t = substr(t, RSTART + RLENGTH)"
500672             TO WORK-FILE-LINE
500673         WRITE WORK-FILE-LINE
500674         MOVE "  n = split(t, w, /[^A-Z0-9-]+/)" TO WORK-FILE-LINE
500675         WRITE WORK-FILE-LINE
500676         MOVE "  for (i = 1; i <= n; i++) {" TO WORK-FILE-LINE
500677         WRITE WORK-FILE-LINE
500678         MOVE "    x = w[i]" TO WORK-FILE-LINE
500679         WRITE WORK-FILE-LINE
500680         MOVE "    if (x == """") continue" TO WORK-FILE-LINE
500681         WRITE WORK-FILE-LINE
500682         MOVE "    rf[x] = 1" TO WORK-FILE-LINE
500683         WRITE WORK-FILE-LINE
500684         MOVE "    if (st == ""P"") {" TO WORK-FILE-LINE
500685         WRITE WORK-FILE-LINE
500686         MOVE "      if (x == ""IS"") continue" TO WORK-FILE-LINE
500687         WRITE WORK-FILE-LINE
500688         MOVE "      st = """"; lp = x" TO WORK-FILE-LINE
500689         WRITE WORK-FILE-LINE
500690         MOVE "      if (x in pi) h[pi[x]] = 1" TO WORK-FILE-LINE
500691         WRITE WORK-FILE-LINE
500692         MOVE "      continue" TO WORK-FILE-LINE
500693         WRITE WORK-FILE-LINE
500694         MOVE "    }" TO WORK-FILE-LINE
500695         WRITE WORK-FILE-LINE
500696         MOVE "    if (st == ""T"") {" TO WORK-FILE-LINE
500697         WRITE WORK-FILE-LINE
500698         MOVE "      st = """"" TO WORK-FILE-LINE
500699         WRITE WORK-FILE-LINE
500700         MOVE "      if (!(x in pi)) continue" TO WORK-FILE-LINE
500701         WRITE WORK-FILE-LINE
500702         MOVE "      h[pi[x]] = 1" TO WORK-FILE-LINE
500703         WRITE WORK-FILE-LINE
500704         MOVE "      if (lp in pi) rg[lp] = rg[lp] "" "" x"
500705             TO WORK-FILE-LINE
500706         WRITE WORK-FILE-LINE
500707         MOVE "      continue" TO WORK-FILE-LINE
500708         WRITE WORK-FILE-LINE
500709         MOVE "    }" TO WORK-FILE-LINE
500710         WRITE WORK-FILE-LINE
500711         MOVE "    if (st == ""G"") {" TO WORK-FILE-LINE
500712         WRITE WORK-FILE-LINE
500713         MOVE "      if (x == ""TO"") continue" TO WORK-FILE-LINE
500714         WRITE WORK-FILE-LINE
500715         MOVE "      if (x in pi) {" TO WORK-FILE-LINE
500716         WRITE WORK-FILE-LINE
500717         MOVE "        h[pi[x]] = 1; fl[pi[x]] = 1"
500718             TO WORK-FILE-LINE
500719         WRITE WORK-FILE-LINE
500720         MOVE "        continue" TO WORK-FILE-LINE
500721         WRITE WORK-FILE-LINE
500722         MOVE "      }" TO WORK-FILE-LINE
500723         WRITE WORK-FILE-LINE
500724         MOVE "      st = """"" TO WORK-FILE-LINE
500725         WRITE WORK-FILE-LINE
500726         MOVE "    }" TO WORK-FILE-LINE
500727         WRITE WORK-FILE-LINE
500728         MOVE "    if (x == ""PERFORM"") st = ""P"""
500729             TO WORK-FILE-LINE
500730         WRITE WORK-FILE-LINE
500731         MOVE "    if (x == ""PROCEDURE"") st = ""P"""
500732             TO WORK-FILE-LINE
500733         WRITE WORK-FILE-LINE
500734         MOVE "    if (x == ""THRU"") st = ""T"""
500735             TO WORK-FILE-LINE
500736         WRITE WORK-FILE-LINE
500737         MOVE "    if (x == ""THROUGH"") st = ""T"""
500738             TO WORK-FILE-LINE
500739         WRITE WORK-FILE-LINE
500740         MOVE "    if (x == ""GO"") st = ""G""" TO WORK-FILE-LINE
500741         WRITE WORK-FILE-LINE
500742         MOVE "  }" TO WORK-FILE-LINE
500743         WRITE WORK-FILE-LINE
500744         MOVE "}" TO WORK-FILE-LINE
500745         WRITE WORK-FILE-LINE
500746         MOVE "END {" TO WORK-FILE-LINE
500747         WRITE WORK-FILE-LINE
500748         MOVE "  fl[0] = 1" TO WORK-FILE-LINE
500749         WRITE WORK-FILE-LINE
500750         MOVE "  for (i = 0; i < np; i++)" TO WORK-FILE-LINE
500751         WRITE WORK-FILE-LINE
500752         MOVE "    if (fl[i] && !term(ls[i])) fl[i + 1] = 1"
500753             TO WORK-FILE-LINE
500754         WRITE WORK-FILE-LINE
500755         MOVE "  for (a in rg) {" TO WORK-FILE-LINE
500756         WRITE WORK-FILE-LINE
500757         MOVE "    n = split(rg[a], w, / /)" TO WORK-FILE-LINE
500758         WRITE WORK-FILE-LINE
500759         MOVE "    for (k = 1; k <= n; k++) {" TO WORK-FILE-LINE
500760         WRITE WORK-FILE-LINE
500761         MOVE "      if (w[k] == """") continue" TO WORK-FILE-LINE
500762         WRITE WORK-FILE-LINE
500763         MOVE "      for (j = pi[a]; j <= pi[w[k]]; j++)"
500764             TO WORK-FILE-LINE
500765         WRITE WORK-FILE-LINE
500766         MOVE "        h[j] = 1" TO WORK-FILE-LINE
500767         WRITE WORK-FILE-LINE
500768         MOVE "    }" TO WORK-FILE-LINE
500769         WRITE WORK-FILE-LINE
500770         MOVE "  }" TO WORK-FILE-LINE
500771         WRITE WORK-FILE-LINE
500772         MOVE "  for (i = 1; i <= np; i++) {" TO WORK-FILE-LINE
500773         WRITE WORK-FILE-LINE
500774         MOVE "    if (!ps[i] || !(h[i] || fl[i])) continue"
500775             TO WORK-FILE-LINE
500776         WRITE WORK-FILE-LINE
500777         MOVE "    for (j = i + 1; j <= np && !ps[j]; j++)"
500778             TO WORK-FILE-LINE
500779         WRITE WORK-FILE-LINE
500780         MOVE "      h[j] = 1" TO WORK-FILE-LINE
500781         WRITE WORK-FILE-LINE
500782         MOVE "  }" TO WORK-FILE-LINE
500783         WRITE WORK-FILE-LINE
500784         MOVE "  print """"" TO WORK-FILE-LINE
500785         WRITE WORK-FILE-LINE
500786         MOVE "  print ""SOURCE "" S ""  PROGRAM-ID "" P"
500787             TO WORK-FILE-LINE
500788         WRITE WORK-FILE-LINE
500789         MOVE "  print ""    UNREFERENCED PARAGRAPHS:"""
500790             TO WORK-FILE-LINE
500791         WRITE WORK-FILE-LINE
500792         MOVE "  c = 0" TO WORK-FILE-LINE
500793         WRITE WORK-FILE-LINE
500794         MOVE "  for (i = 1; i <= np; i++) {" TO WORK-FILE-LINE
500795         WRITE WORK-FILE-LINE
500796         MOVE "    if (h[i] || fl[i]) continue" TO WORK-FILE-LINE
500797         WRITE WORK-FILE-LINE
500798         MOVE "    printf ""        %-30s (line %d)\n"", \"
500799             TO WORK-FILE-LINE
500800         WRITE WORK-FILE-LINE
500801         MOVE "      pn[i], pl[i]" TO WORK-FILE-LINE
500802         WRITE WORK-FILE-LINE
500803         MOVE "    c++" TO WORK-FILE-LINE
500804         WRITE WORK-FILE-LINE
500805         MOVE "  }" TO WORK-FILE-LINE
500806         WRITE WORK-FILE-LINE
500807         MOVE "  if (c == 0) print ""        (none)"""
500808             TO WORK-FILE-LINE
500809         WRITE WORK-FILE-LINE
500810         MOVE "  print ""    UNREFERENCED WORKING-STORAGE:"""
500811             TO WORK-FILE-LINE
500812         WRITE WORK-FILE-LINE
500813         MOVE "  for (x in own) if (x in rf) u[own[x]] = 1"
500814             TO WORK-FILE-LINE
500815         WRITE WORK-FILE-LINE
500816         MOVE "  for (k = 1; k <= nt; k++) {" TO WORK-FILE-LINE
500817         WRITE WORK-FILE-LINE
500818         MOVE "    if (!(k in al)) continue" TO WORK-FILE-LINE
500819         WRITE WORK-FILE-LINE
500820         MOVE "    if (u[k]) u[al[k]] = 1" TO WORK-FILE-LINE
500821         WRITE WORK-FILE-LINE
500822         MOVE "    if (u[al[k]]) u[k] = 1" TO WORK-FILE-LINE
500823         WRITE WORK-FILE-LINE
500824         MOVE "  }" TO WORK-FILE-LINE
500825         WRITE WORK-FILE-LINE
500826         MOVE "  d = 0" TO WORK-FILE-LINE
500827         WRITE WORK-FILE-LINE
500828         MOVE "  for (k = 1; k <= nt; k++) {" TO WORK-FILE-LINE
500829         WRITE WORK-FILE-LINE
500830         MOVE "    if (u[k] || tn[k] == ""FILLER"") continue"
500831             TO WORK-FILE-LINE
500832         WRITE WORK-FILE-LINE
500833         MOVE "    printf ""        %-30s (line %d)\n"", \"
500834             TO WORK-FILE-LINE
500835         WRITE WORK-FILE-LINE
500836         MOVE "      tn[k], tl[k]" TO WORK-FILE-LINE
500837         WRITE WORK-FILE-LINE
500838         MOVE "    d++" TO WORK-FILE-LINE
500839         WRITE WORK-FILE-LINE
500840         MOVE "  }" TO WORK-FILE-LINE
500841         WRITE WORK-FILE-LINE
500842         MOVE "  if (d == 0) print ""        (none)"""
500843             TO WORK-FILE-LINE
500844         WRITE WORK-FILE-LINE
500845         MOVE "  print ""    COPYBOOKS WITH NO FIELD IN USE:"""
500846             TO WORK-FILE-LINE
500847         WRITE WORK-FILE-LINE
500848         MOVE "  e = 0" TO WORK-FILE-LINE
500849         WRITE WORK-FILE-LINE
500850         MOVE "  for (k = 1; k <= nc; k++) {" TO WORK-FILE-LINE
500851         WRITE WORK-FILE-LINE
500852         MOVE "    nd = 0; us = 0" TO WORK-FILE-LINE
500853         WRITE WORK-FILE-LINE
500854         MOVE "    while ((getline l < cp[k]) > 0) {"
500855             TO WORK-FILE-LINE
500856         WRITE WORK-FILE-LINE
500857         MOVE "      v = norm(l)" TO WORK-FILE-LINE
500858         WRITE WORK-FILE-LINE
500859         MOVE "      if (!match(v, ""^ *[0-9][0-9]? +"" N))"
500860             TO WORK-FILE-LINE
500861         WRITE WORK-FILE-LINE
500862         MOVE "        continue" TO WORK-FILE-LINE
500863         WRITE WORK-FILE-LINE
500864         MOVE "      lvl(v)" TO WORK-FILE-LINE
500865         WRITE WORK-FILE-LINE
500866         MOVE "      if (w[2] == ""FILLER"") continue"
500867             TO WORK-FILE-LINE
500868         WRITE WORK-FILE-LINE
500869         MOVE "      nd++" TO WORK-FILE-LINE
500870         WRITE WORK-FILE-LINE
500871         MOVE "      if (w[2] in rf) us = 1" TO WORK-FILE-LINE
500872         WRITE WORK-FILE-LINE
500873         MOVE "    }" TO WORK-FILE-LINE
500874         WRITE WORK-FILE-LINE
500875         MOVE "    close(cp[k])" TO WORK-FILE-LINE
500876         WRITE WORK-FILE-LINE
500877         MOVE "    if (nd == 0 || us) continue" TO WORK-FILE-LINE
500878         WRITE WORK-FILE-LINE
500879         MOVE "    print ""        "" cp[k]" TO WORK-FILE-LINE
500880         WRITE WORK-FILE-LINE
500881         MOVE "    e++" TO WORK-FILE-LINE
500882         WRITE WORK-FILE-LINE
500883         MOVE "  }" TO WORK-FILE-LINE
500884         WRITE WORK-FILE-LINE
500885         MOVE "  if (e == 0) print ""        (none)"""
500886             TO WORK-FILE-LINE
500887         WRITE WORK-FILE-LINE
500888         MOVE "  printf ""    %d PARAGRAPHS, %d ITEMS,"", c, d"
500889             TO WORK-FILE-LINE
500890         WRITE WORK-FILE-LINE
500891         MOVE "  printf "" %d COPYBOOKS TO REVIEW\n"", e"
500892             TO WORK-FILE-LINE
500893         WRITE WORK-FILE-LINE
500894         MOVE "}" TO WORK-FILE-LINE
500895         WRITE WORK-FILE-LINE
500896         CLOSE WORK-FILE
500897     END-IF.
500900 938-PREPARE-SUITE-RUN.
500901* Ahead of a suite run, unless COVERAGE=OFF: build the traced
500902* twin from the same compile line as the binary just built,
500903* plus paragraph tracing and with its output thrown away, and
500904* clear the last run's per-case coverage files. A twin that
500905* fails to build costs only the coverage report, never the
500906* suite itself.
500907     MOVE 0 TO WS-COV-READY.
500908     IF WS-COVERAGE NOT = "OFF" THEN
500909         IF WS-COV-SCRIPT-DONE = 0 THEN
500910             PERFORM 941-WRITE-TRACE-SCRIPT
500911             PERFORM 942-WRITE-COVERAGE-SCRIPT
500912             MOVE 1 TO WS-COV-SCRIPT-DONE
500913         END-IF
500914         MOVE SPACES TO WS-COV-DIR
500915         STRING WS-WATCH-DIR DELIMITED BY SPACE
500916             "/.interactive-cobol-cover" DELIMITED BY SIZE
500917             INTO WS-COV-DIR
500918         END-STRING
500919         MOVE SPACES TO WS-COV-BINARY
500920         STRING WS-BINARY-PATH DELIMITED BY SPACE
500921             "-trace" DELIMITED BY SIZE
500922             INTO WS-COV-BINARY
500923         END-STRING
500924         MOVE 0 TO WS-CMD-OVERFLOW
500925         MOVE SPACES TO COMPILE-CMD
500926         STRING "rm -rf " DELIMITED BY SIZE
500927             WS-COV-DIR DELIMITED BY SPACE
500928             "; mkdir -p " DELIMITED BY SIZE
500929             WS-COV-DIR DELIMITED BY SPACE
500930             " && cobc -x -ftrace -I " DELIMITED BY SIZE
500931             WS-WATCH-DIR DELIMITED BY SPACE
500932             " " DELIMITED BY SIZE
500933             FUNCTION TRIM(WS-COPY-DIR-FLAG) DELIMITED BY SIZE
500934             " " DELIMITED BY SIZE
500935             FUNCTION TRIM(WS-COMPILE-FLAGS) DELIMITED BY SIZE
500936             " " DELIMITED BY SIZE
500937             WT-PATH(WS-ACTIVE-IDX) DELIMITED BY SPACE
500938             " " DELIMITED BY SIZE
500939             FUNCTION TRIM(WS-CALL-SRCS) DELIMITED BY SIZE
500940             " -o " DELIMITED BY SIZE
500941             WS-COV-BINARY DELIMITED BY SPACE
500942             " > /dev/null 2>&1" DELIMITED BY SIZE
500943             INTO COMPILE-CMD
500944             ON OVERFLOW MOVE 1 TO WS-CMD-OVERFLOW
500945         END-STRING
500946         IF WS-CMD-OVERFLOW = 0 THEN
500947             CALL "SYSTEM" USING COMPILE-CMD
500948                 RETURNING RETURN-CODE
500949             IF RETURN-CODE = ZERO THEN
500950                 MOVE 1 TO WS-COV-READY
500951             END-IF
500952         END-IF
500953         IF WS-COV-READY = 0 THEN
500954             DISPLAY "Traced build failed; no coverage report "
500955                 "for this suite run."
500956         END-IF
500957     END-IF.
500960 939-PREPARE-SUITE-CASE.
500961* The traced run of a case goes first, so the run whose
500962* verdict counts sees the case exactly as the runner stages
500963* it, whatever the traced run left behind.
500964     IF WS-COV-READY = 1 THEN
500965         MOVE SPACES TO WS-COV-CMD
500966         STRING "bash " DELIMITED BY SIZE
500967             WS-COV-SCRIPT DELIMITED BY SPACE
500968             " " DELIMITED BY SIZE
500969             WS-COV-BINARY DELIMITED BY SPACE
500970             " " DELIMITED BY SIZE
500971             WS-SUITE-CASE DELIMITED BY SPACE
500972             " " DELIMITED BY SIZE
500973             WS-WATCH-DIR DELIMITED BY SPACE
500974             " " DELIMITED BY SIZE
500975             WS-RUN-TIMEOUT DELIMITED BY SIZE
500976             " " DELIMITED BY SIZE
500977             WS-COV-DIR DELIMITED BY SPACE
500978             " > /dev/null 2>&1" DELIMITED BY SIZE
500979             INTO WS-COV-CMD
500980             ON OVERFLOW CONTINUE
500981         END-STRING
500982         CALL "SYSTEM" USING WS-COV-CMD
500983     END-IF.
500984     PERFORM 948-PREPARE-CASE-TIMING.
500990 940-WRITE-COVERAGE-REPORT.
500991* Join the source's paragraph list with the per-case trace
500992* files into <base>.coverage.rpt: every paragraph with the
500993* cases that reached it, then the ones no case reached. The
500994* report's closing summary line is echoed to the screen.
500995     IF WS-COV-READY = 1 THEN
500996         IF WS-SUITE-CASES > 0 THEN
500997             PERFORM 754-FETCH-PROGRAM-ID
500998             MOVE SPACES TO WS-COV-RPT
500999             STRING FUNCTION TRIM(WS-TEST-BASE) DELIMITED BY SIZE
501000                 ".coverage.rpt" DELIMITED BY SIZE
501001                 INTO WS-COV-RPT
501002             END-STRING
501003             MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
501004             MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
501005             MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
501006             MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
501007             MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
501008             MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
501009             MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
501010             MOVE WS-TEMP-MS    TO WS-FORMATTED-MS
501011             MOVE SPACES TO WS-COV-CMD
501012             STRING "awk -v S=" DELIMITED BY SIZE
501013                 WT-PATH(WS-ACTIVE-IDX) DELIMITED BY SPACE
501014                 " -v P=" DELIMITED BY SIZE
501015                 XS-PROGID(WS-ACTIVE-IDX) DELIMITED BY SPACE
501016                 " -v D='" DELIMITED BY SIZE
501017                 WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
501018                 "' -f " DELIMITED BY SIZE
501019                 WS-COV-AWK DELIMITED BY SPACE
501020                 " " DELIMITED BY SIZE
501021                 WT-PATH(WS-ACTIVE-IDX) DELIMITED BY SPACE
501022                 " $(find " DELIMITED BY SIZE
501023                 WS-COV-DIR DELIMITED BY SPACE
501024                 " -type f | sort) > " DELIMITED BY SIZE
501025                 WS-COV-RPT DELIMITED BY SPACE
501026                 " 2>/dev/null && tail -1 " DELIMITED BY SIZE
501027                 WS-COV-RPT DELIMITED BY SPACE
501028                 INTO WS-COV-CMD
501029                 ON OVERFLOW CONTINUE
501030             END-STRING
501031             CALL "SYSTEM" USING WS-COV-CMD
501032             DISPLAY X"1B" & "[36;1mCOVERAGE REPORT WRITTEN TO "
501033                 FUNCTION TRIM(WS-COV-RPT) X"1B" & "[0m"
501034         END-IF
501035         MOVE SPACES TO WS-COV-CMD
501036         STRING "rm -f " DELIMITED BY SIZE
501037             WS-COV-BINARY DELIMITED BY SPACE
501038             INTO WS-COV-CMD
501039         END-STRING
501040         CALL "SYSTEM" USING WS-COV-CMD
501041     END-IF.
501050 941-WRITE-TRACE-SCRIPT.
501051* The traced run of one case, staged and cleaned up exactly
501052* as the case runner does it. Arguments: traced binary, case
501053* directory, watched directory, watchdog limit, coverage
501054* directory. The trace goes through a pipe, so a long run
501055* never leaves a trace file on disk - only the distinct
501056* "PROGRAM-ID PARAGRAPH" pairs it entered, one file per case.
501057     MOVE SPACES TO WS-COV-SCRIPT.
501058     STRING WS-WATCH-DIR DELIMITED BY SPACE
501059         "/.interactive-cobol-tracecase.sh" DELIMITED BY SIZE
501060         INTO WS-COV-SCRIPT
501061     END-STRING.
501062     MOVE WS-COV-SCRIPT TO WS-WORK-FILE-NAME.
501063     OPEN OUTPUT WORK-FILE.
501064     IF WS-WORK-FILE-STATUS = "00" THEN
501065         MOVE "T=$1; C=$2; W=$3" TO WORK-FILE-LINE
501066         WRITE WORK-FILE-LINE
501067         MOVE "C=$(cd ""$C"" && pwd) || exit 8" TO WORK-FILE-LINE
501068         WRITE WORK-FILE-LINE
501069         MOVE "F=$(cd ""$5"" && pwd)/$(basename ""$2"") || exit 8"
501070             TO WORK-FILE-LINE
501071         WRITE WORK-FILE-LINE
501072         MOVE "cd ""$W"" || exit 8" TO WORK-FILE-LINE
501073         WRITE WORK-FILE-LINE
501074         MOVE "K=.interactive-cobol-trace.keep" TO WORK-FILE-LINE
501075         WRITE WORK-FILE-LINE
501076         PERFORM 990-PUT-CASE-FILE-KEEP
501083         MOVE "[ -d ""$C/in"" ] && cp -f ""$C/in/""* ."
501084             TO WORK-FILE-LINE
501085         WRITE WORK-FILE-LINE
501086         MOVE "I=/dev/null" TO WORK-FILE-LINE
501087         WRITE WORK-FILE-LINE
501088         MOVE "[ -f ""$C/stdin"" ] && I=""$C/stdin"""
501089             TO WORK-FILE-LINE
501090         WRITE WORK-FILE-LINE
501091         MOVE "rm -f ""$F.raw""; mkfifo ""$F.raw"" || exit 8"
501092             TO WORK-FILE-LINE
501093         WRITE WORK-FILE-LINE
501094         MOVE "awk '$1 == ""Program-Id:"" && !s[$2 "" "" $4]++ {"
501095             TO WORK-FILE-LINE
501096         WRITE WORK-FILE-LINE
501097         MOVE "  if ($3 == ""Paragraph:"" || $3 == ""Section:"")"
501098             TO WORK-FILE-LINE
501099         WRITE WORK-FILE-LINE
501100         MOVE "    print toupper($2), toupper($4) }' \"
501101             TO WORK-FILE-LINE
501102         WRITE WORK-FILE-LINE
501103         MOVE "  ""$F.raw"" > ""$F"" &" TO WORK-FILE-LINE
501104         WRITE WORK-FILE-LINE
501105         MOVE "export COB_SET_TRACE=Y COB_TRACE_FILE=""$F.raw"""
501106             TO WORK-FILE-LINE
501107         WRITE WORK-FILE-LINE
501108         PERFORM 968-PUT-TRACE-RUN-PREFIX
501110         MOVE "$R ""$T"" $A < ""$I"" > /dev/null 2>&1"
501111             TO WORK-FILE-LINE
501112         WRITE WORK-FILE-LINE
501113         MOVE "exec 3<> ""$F.raw""; exec 3>&-" TO WORK-FILE-LINE
501114         WRITE WORK-FILE-LINE
501115         MOVE "wait; rm -f ""$F.raw""" TO WORK-FILE-LINE
501116         WRITE WORK-FILE-LINE
501117         MOVE "exit 0" TO WORK-FILE-LINE
501118         WRITE WORK-FILE-LINE
501119         CLOSE WORK-FILE
501120     END-IF.
501130 942-WRITE-COVERAGE-SCRIPT.
501131* The report joins the source's PROCEDURE DIVISION paragraph
501132* and section names, found as in the dead-code pass, with the
501133* per-case files; only names traced under the source's own
501134* PROGRAM-ID count, so CALLed modules built into the twin do
501135* not muddy it.
501136     MOVE SPACES TO WS-COV-AWK.
501137     STRING WS-WATCH-DIR DELIMITED BY SPACE
501138         "/.interactive-cobol-coverage.awk" DELIMITED BY SIZE
501139         INTO WS-COV-AWK
501140     END-STRING.
501141     MOVE WS-COV-AWK TO WS-WORK-FILE-NAME.
501142     OPEN OUTPUT WORK-FILE.
501143     IF WS-WORK-FILE-STATUS = "00" THEN
501144         MOVE "function norm(s, c) {" TO WORK-FILE-LINE
501145         WRITE WORK-FILE-LINE
501146         MOVE "  c = substr(s, 7, 1)" TO WORK-FILE-LINE
501147         WRITE WORK-FILE-LINE
501148         MOVE "  if (c == ""*"" || c == ""/"") return """""
501149             TO WORK-FILE-LINE
501150         WRITE WORK-FILE-LINE
501151         MOVE "  s = toupper(substr(s, 8, 65))" TO WORK-FILE-LINE
501152         WRITE WORK-FILE-LINE
501153         MOVE "  gsub(/""[^""]*""/, "" "", s)" TO WORK-FILE-LINE
501154         WRITE WORK-FILE-LINE
501155         MOVE "  gsub(/'[^']*'/, "" "", s)" TO WORK-FILE-LINE
501156         WRITE WORK-FILE-LINE
501157         MOVE "  sub(/\*>.*/, """", s)" TO WORK-FILE-LINE
501158         WRITE WORK-FILE-LINE
501159         MOVE "  return s" TO WORK-FILE-LINE
501160         WRITE WORK-FILE-LINE
501161         MOVE "}" TO WORK-FILE-LINE
501162         WRITE WORK-FILE-LINE
501163         MOVE "BEGIN {" TO WORK-FILE-LINE
501164         WRITE WORK-FILE-LINE
501165         MOVE "  N = ""^ ? ? ?[A-Z0-9][A-Z0-9-]*"""
501166             TO WORK-FILE-LINE
501167         WRITE WORK-FILE-LINE
501168         MOVE "  H = ""( +SECTION)? *\\.""" TO WORK-FILE-LINE
501169         WRITE WORK-FILE-LINE
501170         MOVE "  P = toupper(P)" TO WORK-FILE-LINE
501171         WRITE WORK-FILE-LINE
501172         MOVE "}" TO WORK-FILE-LINE
501173         WRITE WORK-FILE-LINE
501174         MOVE "FNR == 1 { f++ }" TO WORK-FILE-LINE
501175         WRITE WORK-FILE-LINE
501176         MOVE "f == 1 {" TO WORK-FILE-LINE
501177         WRITE WORK-FILE-LINE
501178         MOVE "  t = norm($0)" TO WORK-FILE-LINE
501179         WRITE WORK-FILE-LINE
501180         MOVE "  if (t ~ /PROCEDURE +DIVISION/) pd = 1"
501181             TO WORK-FILE-LINE
501182         WRITE WORK-FILE-LINE
501183         MOVE "  if (!pd || !match(t, N H)) next"
501184             TO WORK-FILE-LINE
501185         WRITE WORK-FILE-LINE
501186         MOVE "  x = substr(t, RSTART, RLENGTH)" TO WORK-FILE-LINE
501187         WRITE WORK-FILE-LINE
501188         MOVE "  sub(/^ */, """", x); sub(/[ .].*/, """", x)"
501189             TO WORK-FILE-LINE
501190         WRITE WORK-FILE-LINE
501191         MOVE "  if (x ~ /^(DECLARATIVES|EXIT|GOBACK)$/) next"
501192             TO WORK-FILE-LINE
501193         WRITE WORK-FILE-LINE
501194         MOVE "  if (x in pi) next" TO WORK-FILE-LINE
501195         WRITE WORK-FILE-LINE
501196         MOVE "  np++; pn[np] = x; pl[np] = FNR; pi[x] = np"
501197             TO WORK-FILE-LINE
501198         WRITE WORK-FILE-LINE
501199         MOVE "  next" TO WORK-FILE-LINE
501200         WRITE WORK-FILE-LINE
501201         MOVE "}" TO WORK-FILE-LINE
501202         WRITE WORK-FILE-LINE
501203         MOVE "FNR == 1 {" TO WORK-FILE-LINE
501204         WRITE WORK-FILE-LINE
501205         MOVE "  c = FILENAME; sub(/.*\//, """", c)"
501206             TO WORK-FILE-LINE
501207         WRITE WORK-FILE-LINE
501208         MOVE "  nc++" TO WORK-FILE-LINE
501209         WRITE WORK-FILE-LINE
501210         MOVE "}" TO WORK-FILE-LINE
501211         WRITE WORK-FILE-LINE
501212         MOVE "$1 == P && ($2 in pi) {" TO WORK-FILE-LINE
501213         WRITE WORK-FILE-LINE
501214         MOVE "  k = pi[$2]; hn[k]++; hc[k] = hc[k] "" "" c"
501215             TO WORK-FILE-LINE
501216         WRITE WORK-FILE-LINE
501217         MOVE "}" TO WORK-FILE-LINE
501218         WRITE WORK-FILE-LINE
501219         MOVE "END {" TO WORK-FILE-LINE
501220         WRITE WORK-FILE-LINE
501221         MOVE "  printf ""PARAGRAPH COVERAGE OF %s"", S"
501222             TO WORK-FILE-LINE
501223         WRITE WORK-FILE-LINE
501224         MOVE "  print ""  PROGRAM-ID "" P" TO WORK-FILE-LINE
501225         WRITE WORK-FILE-LINE
501226         MOVE "  print ""SUITE RUN AT "" D "", "" nc "" CASES"""
501227             TO WORK-FILE-LINE
501228         WRITE WORK-FILE-LINE
501229         MOVE "  print """"" TO WORK-FILE-LINE
501230         WRITE WORK-FILE-LINE
501231         MOVE "  printf ""  %-30s %5s  %s\n"", \"
501232             TO WORK-FILE-LINE
501233         WRITE WORK-FILE-LINE
501234         MOVE "    ""PARAGRAPH"", ""CASES"", ""REACHED BY"""
501235             TO WORK-FILE-LINE
501236         WRITE WORK-FILE-LINE
501237         MOVE "  for (i = 1; i <= np; i++)" TO WORK-FILE-LINE
501238         WRITE WORK-FILE-LINE
501239         MOVE "    printf ""  %-30s %5d %s\n"", \"
501240             TO WORK-FILE-LINE
501241         WRITE WORK-FILE-LINE
501242         MOVE "      pn[i], hn[i], hc[i]" TO WORK-FILE-LINE
501243         WRITE WORK-FILE-LINE
501244         MOVE "  print """"" TO WORK-FILE-LINE
501245         WRITE WORK-FILE-LINE
501246         MOVE "  print ""PARAGRAPHS NO CASE REACHED:"""
501247             TO WORK-FILE-LINE
501248         WRITE WORK-FILE-LINE
501249         MOVE "  m = 0" TO WORK-FILE-LINE
501250         WRITE WORK-FILE-LINE
501251         MOVE "  for (i = 1; i <= np; i++) {" TO WORK-FILE-LINE
501252         WRITE WORK-FILE-LINE
501253         MOVE "    if (hn[i]) continue" TO WORK-FILE-LINE
501254         WRITE WORK-FILE-LINE
501255         MOVE "    printf ""  %-30s (line %d)\n"", pn[i], pl[i]"
501256             TO WORK-FILE-LINE
501257         WRITE WORK-FILE-LINE
501258         MOVE "    m++" TO WORK-FILE-LINE
501259         WRITE WORK-FILE-LINE
501260         MOVE "  }" TO WORK-FILE-LINE
501261         WRITE WORK-FILE-LINE
501262         MOVE "  if (m == 0) print ""  (none)""" TO WORK-FILE-LINE
501263         WRITE WORK-FILE-LINE
501264         MOVE "  print """"" TO WORK-FILE-LINE
501265         WRITE WORK-FILE-LINE
501266         MOVE "  r = np - m; q = 0" TO WORK-FILE-LINE
501267         WRITE WORK-FILE-LINE
501268         MOVE "  if (np > 0) q = int(r * 100 / np)"
501269             TO WORK-FILE-LINE
501270         WRITE WORK-FILE-LINE
501271         MOVE "  printf ""COVERAGE: %d OF %d PARAGRAPHS"", r, np"
501272             TO WORK-FILE-LINE
501273         WRITE WORK-FILE-LINE
501274         MOVE "  printf "" REACHED (%d%%)\n"", q"
501275             TO WORK-FILE-LINE
501276         WRITE WORK-FILE-LINE
501277         MOVE "}" TO WORK-FILE-LINE
501278         WRITE WORK-FILE-LINE
501279         CLOSE WORK-FILE
501280     END-IF.
501290 943-CHECK-LAYOUT-IMPACT.
501291* Before a changed copybook fans out to its users, lay the old
501292* and new record side by side: the snapshot 884 took at the
501293* last green build against the member as it stands now. Every
501294* field whose offset, length, PIC or USAGE moved is listed with
501295* the record lengths. When a length changed, the test fixtures
501296* of every source that COPYs the member are listed too - their
501297* in/ and out/ data files were laid out for the old record, and
501298* a clean compile says nothing about them.
501299     MOVE SPACES TO WS-SNAP-NAME.
501300     MOVE WT-PATH(WS-CHANGED-IDX) TO WS-SNAP-NAME.
501301     INSPECT WS-SNAP-NAME REPLACING ALL "/" BY "_".
501302     MOVE SPACES TO WS-LAYOUT-SNAP.
501303     STRING WS-WATCH-DIR DELIMITED BY SPACE
501304         "/.interactive-cobol-lastgood/" DELIMITED BY SIZE
501305         WS-SNAP-NAME DELIMITED BY SPACE
501306         INTO WS-LAYOUT-SNAP
501307     END-STRING.
501308     CALL "CBL_CHECK_FILE_EXIST" USING WS-LAYOUT-SNAP
501309         NEW-FILE-INFO.
501310     IF RETURN-CODE NOT = ZERO THEN
501311         DISPLAY "No last-good snapshot of this copybook yet; "
501312             "record layout not compared."
501313     ELSE
501314         IF WS-LAYOUT-SCRIPT-DONE = 0 THEN
501315             PERFORM 946-WRITE-LAYOUT-SCRIPT
501316             MOVE 1 TO WS-LAYOUT-SCRIPT-DONE
501317         END-IF
501318         MOVE SPACES TO WS-LAYOUT-RPT
501319         STRING WS-WATCH-DIR DELIMITED BY SPACE
501320             "/interactive-cobol-layout.rpt" DELIMITED BY SIZE
501321             INTO WS-LAYOUT-RPT
501322         END-STRING
501323         MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME
501324         MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR
501325         MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH
501326         MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY
501327         MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR
501328         MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN
501329         MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC
501330         MOVE WS-TEMP-MS    TO WS-FORMATTED-MS
501331         MOVE WS-LAYOUT-RPT TO WS-WORK-FILE-NAME
501332         OPEN OUTPUT WORK-FILE
501333         IF WS-WORK-FILE-STATUS NOT = "00" THEN
501334             DISPLAY X"1B" & "[31;1;4mError: cannot write "
501335                 WS-LAYOUT-RPT(1:50) X"1B" & "[0m"
501336         ELSE
501337             MOVE SPACES TO WORK-FILE-LINE
501338             STRING "RECORD LAYOUT OF " DELIMITED BY SIZE
501339                 WT-PATH(WS-CHANGED-IDX) DELIMITED BY SPACE
501340                 " VS LAST GOOD BUILD AT " DELIMITED BY SIZE
501341                 WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
501342                 INTO WORK-FILE-LINE
501343             END-STRING
501344             WRITE WORK-FILE-LINE
501345             CLOSE WORK-FILE
501346             MOVE SPACES TO WS-LAYOUT-CMD
501347             STRING "awk -f " DELIMITED BY SIZE
501348                 WS-LAYOUT-SCRIPT DELIMITED BY SPACE
501349                 " " DELIMITED BY SIZE
501350                 WS-LAYOUT-SNAP DELIMITED BY SPACE
501351                 " " DELIMITED BY SIZE
501352                 WT-PATH(WS-CHANGED-IDX) DELIMITED BY SPACE
501353                 " >> " DELIMITED BY SIZE
501354                 WS-LAYOUT-RPT DELIMITED BY SPACE
501355                 " 2>/dev/null; test $? -ne 2" DELIMITED BY SIZE
501356                 INTO WS-LAYOUT-CMD
501357                 ON OVERFLOW CONTINUE
501358             END-STRING
501359             CALL "SYSTEM" USING WS-LAYOUT-CMD
501360                 RETURNING RETURN-CODE
501361             IF RETURN-CODE NOT = ZERO THEN
501362                 PERFORM 947-LIST-LAYOUT-FIXTURES
501363             END-IF
501364             MOVE SPACES TO WS-LAYOUT-CMD
501365             STRING "cat " DELIMITED BY SIZE
501366                 WS-LAYOUT-RPT DELIMITED BY SPACE
501367                 INTO WS-LAYOUT-CMD
501368             END-STRING
501369             CALL "SYSTEM" USING WS-LAYOUT-CMD
501370             DISPLAY X"1B" & "[36;1mLAYOUT REPORT WRITTEN TO "
501371                 FUNCTION TRIM(WS-LAYOUT-RPT) X"1B" & "[0m"
501372         END-IF
501373     END-IF.
501374 944-PUT-LAYOUT-USER.
501375* A user's own suite, and for a claimed subprogram the suite of
501376* the driver that links it in, since that is what exercises it.
501377     IF XP-COPY(WS-XP-I) = WT-PATH(WS-CHANGED-IDX) THEN
501378         MOVE XP-SRC(WS-XP-I) TO WS-RB-TGT
501379         MOVE WT-PATH(WS-RB-TGT) TO WORK-FILE-LINE
501380         WRITE WORK-FILE-LINE
501381         IF WT-OWNER(WS-RB-TGT) NOT = 0 THEN
501382             MOVE WT-OWNER(WS-RB-TGT) TO WS-RB-TGT
501383             MOVE WT-PATH(WS-RB-TGT) TO WORK-FILE-LINE
501384             WRITE WORK-FILE-LINE
501385         END-IF
501386     END-IF.
501387 945-PROMOTE-AFTER-LAYOUT-CHECK.
501388* A record length changed since the last promotion is spelled
501389* out before the build goes; once it has shipped the warning
501390* has done its job.
501391     IF WS-LAYOUT-ALERT = 1 THEN
501392         DISPLAY X"1B" & "[31;1;4mWarning: record length of "
501393             FUNCTION TRIM(WS-LAYOUT-COPY)
501394             " changed since its last good build; see "
501395             FUNCTION TRIM(WS-LAYOUT-RPT) X"1B" & "[0m"
501396     END-IF.
501397     PERFORM 922-COPY-TO-RELEASE.
501398     IF WS-PROMOTE-OK = 1 THEN
501399         MOVE 0 TO WS-LAYOUT-ALERT
501400     END-IF.
501500 946-WRITE-LAYOUT-SCRIPT.
501501* The comparison is one awk program, written fresh at first use
501502* beside the other working files. Each file is laid out from
501503* its data description entries: DISPLAY one byte a position,
501504* BINARY 2/4/8 by digits, PACKED-DECIMAL digits/2+1, COMP-1 4,
501505* COMP-2 8, with OCCURS, REDEFINES and group USAGE applied.
501506* Fields are matched by qualified name; exit 2 when a record
501507* length changed, 1 when only fields moved.
501508     MOVE SPACES TO WS-LAYOUT-SCRIPT.
501509     STRING WS-WATCH-DIR DELIMITED BY SPACE
501510         "/.interactive-cobol-layout.awk" DELIMITED BY SIZE
501511         INTO WS-LAYOUT-SCRIPT
501512     END-STRING.
501513     MOVE WS-LAYOUT-SCRIPT TO WS-WORK-FILE-NAME.
501514     OPEN OUTPUT WORK-FILE.
501515     IF WS-WORK-FILE-STATUS = "00" THEN
501520         MOVE "function norm(s, c) {" TO WORK-FILE-LINE
501521         WRITE WORK-FILE-LINE
501522         MOVE "  c = substr(s, 7, 1)" TO WORK-FILE-LINE
501523         WRITE WORK-FILE-LINE
501524         MOVE "  if (c == ""*"" || c == ""/"") return """""
501525             TO WORK-FILE-LINE
501526         WRITE WORK-FILE-LINE
501527         MOVE "  s = toupper(substr(s, 8, 65))" TO WORK-FILE-LINE
501528         WRITE WORK-FILE-LINE
501529         MOVE "  gsub(/""[^""]*""/, "" "", s)" TO WORK-FILE-LINE
501530         WRITE WORK-FILE-LINE
501531         MOVE "  gsub(/'[^']*'/, "" "", s)" TO WORK-FILE-LINE
501532         WRITE WORK-FILE-LINE
501533         MOVE "  sub(/\*>.*/, """", s)" TO WORK-FILE-LINE
501534         WRITE WORK-FILE-LINE
501535         MOVE "  return s" TO WORK-FILE-LINE
501536         WRITE WORK-FILE-LINE
501537         MOVE "}" TO WORK-FILE-LINE
501538         WRITE WORK-FILE-LINE
501539         MOVE "function expand(p, o, i, c, n) {" TO WORK-FILE-LINE
501540         WRITE WORK-FILE-LINE
501541         MOVE "  o = """"" TO WORK-FILE-LINE
501542         WRITE WORK-FILE-LINE
501543         MOVE "  for (i = 1; i <= length(p); i++) {"
501544             TO WORK-FILE-LINE
501545         WRITE WORK-FILE-LINE
501546         MOVE "    c = substr(p, i, 1)" TO WORK-FILE-LINE
501547         WRITE WORK-FILE-LINE
501548         MOVE "    if (substr(p, i + 1, 1) != ""("") {"
501549             TO WORK-FILE-LINE
501550         WRITE WORK-FILE-LINE
501551         MOVE "      o = o c; continue" TO WORK-FILE-LINE
501552         WRITE WORK-FILE-LINE
501553         MOVE "    }" TO WORK-FILE-LINE
501554         WRITE WORK-FILE-LINE
501555         MOVE "    n = substr(p, i + 2); sub(/\).*/, """", n)"
501556             TO WORK-FILE-LINE
501557         WRITE WORK-FILE-LINE
501558         MOVE "    i += length(n) + 2" TO WORK-FILE-LINE
501559         WRITE WORK-FILE-LINE
501560         MOVE "    for (n += 0; n > 0; n--) o = o c"
501561             TO WORK-FILE-LINE
501562         WRITE WORK-FILE-LINE
501563         MOVE "  }" TO WORK-FILE-LINE
501564         WRITE WORK-FILE-LINE
501565         MOVE "  return o" TO WORK-FILE-LINE
501566         WRITE WORK-FILE-LINE
501567         MOVE "}" TO WORK-FILE-LINE
501568         WRITE WORK-FILE-LINE
501569         MOVE "function size(x, u, sep, d, n) {" TO WORK-FILE-LINE
501570         WRITE WORK-FILE-LINE
501571         MOVE "  if (u == ""COMP-1"") return 4" TO WORK-FILE-LINE
501572         WRITE WORK-FILE-LINE
501573         MOVE "  if (u == ""COMP-2"") return 8" TO WORK-FILE-LINE
501574         WRITE WORK-FILE-LINE
501575         MOVE "  if (u == ""POINTER"" || u == ""INDEX"") return 4"
501576             TO WORK-FILE-LINE
501577         WRITE WORK-FILE-LINE
501578         MOVE "  d = gsub(/9/, ""9"", x)" TO WORK-FILE-LINE
501579         WRITE WORK-FILE-LINE
501580         MOVE "  if (u == ""BINARY"" || u == ""COMP-5"") {"
501581             TO WORK-FILE-LINE
501582         WRITE WORK-FILE-LINE
501583         MOVE "    if (d <= 4) return 2" TO WORK-FILE-LINE
501584         WRITE WORK-FILE-LINE
501585         MOVE "    return d <= 9 ? 4 : 8" TO WORK-FILE-LINE
501586         WRITE WORK-FILE-LINE
501587         MOVE "  }" TO WORK-FILE-LINE
501588         WRITE WORK-FILE-LINE
501589         MOVE "  if (u == ""PACKED-DECIMAL"")" TO WORK-FILE-LINE
501590         WRITE WORK-FILE-LINE
501591         MOVE "    return int(d / 2) + 1" TO WORK-FILE-LINE
501592         WRITE WORK-FILE-LINE
501593         MOVE "  if (u == ""COMP-X"" && x ~ /^X*$/)"
501594             TO WORK-FILE-LINE
501595         WRITE WORK-FILE-LINE
501596         MOVE "    return length(x)" TO WORK-FILE-LINE
501597         WRITE WORK-FILE-LINE
501598         MOVE "  if (u == ""COMP-X"")" TO WORK-FILE-LINE
501599         WRITE WORK-FILE-LINE
501600         MOVE "    return int(d * 3.3219 / 8) + 1"
501601             TO WORK-FILE-LINE
501602         WRITE WORK-FILE-LINE
501603         MOVE "  gsub(/[SVP]/, """", x)" TO WORK-FILE-LINE
501604         WRITE WORK-FILE-LINE
501605         MOVE "  return length(x) + sep" TO WORK-FILE-LINE
501606         WRITE WORK-FILE-LINE
501607         MOVE "}" TO WORK-FILE-LINE
501608         WRITE WORK-FILE-LINE
501609         MOVE "function usage(x) {" TO WORK-FILE-LINE
501610         WRITE WORK-FILE-LINE
501611         MOVE "  if (x ~ /^(COMP|COMPUTATIONAL)(-4)?$/)"
501612             TO WORK-FILE-LINE
501613         WRITE WORK-FILE-LINE
501614         MOVE "    return ""BINARY""" TO WORK-FILE-LINE
501615         WRITE WORK-FILE-LINE
501616         MOVE "  if (x == ""BINARY"") return x" TO WORK-FILE-LINE
501617         WRITE WORK-FILE-LINE
501618         MOVE "  if (x ~ /^COMP(UTATIONAL)?-3$/)"
501619             TO WORK-FILE-LINE
501620         WRITE WORK-FILE-LINE
501621         MOVE "    return ""PACKED-DECIMAL""" TO WORK-FILE-LINE
501622         WRITE WORK-FILE-LINE
501623         MOVE "  if (x == ""PACKED-DECIMAL"") return x"
501624             TO WORK-FILE-LINE
501625         WRITE WORK-FILE-LINE
501626         MOVE "  if (x ~ /^COMP(UTATIONAL)?-[125X]$/) {"
501627             TO WORK-FILE-LINE
501628         WRITE WORK-FILE-LINE
501629         MOVE "    sub(/UTATIONAL/, """", x); return x"
501630             TO WORK-FILE-LINE
501631         WRITE WORK-FILE-LINE
501632         MOVE "  }" TO WORK-FILE-LINE
501633         WRITE WORK-FILE-LINE
501634         MOVE "  if (x ~ /^(DISPLAY|POINTER|INDEX)$/) return x"
501635             TO WORK-FILE-LINE
501636         WRITE WORK-FILE-LINE
501637         MOVE "  return """"" TO WORK-FILE-LINE
501638         WRITE WORK-FILE-LINE
501639         MOVE "}" TO WORK-FILE-LINE
501640         WRITE WORK-FILE-LINE
501641         MOVE "function pop(j) {" TO WORK-FILE-LINE
501642         WRITE WORK-FILE-LINE
501643         MOVE "  j = st[sp--]" TO WORK-FILE-LINE
501644         WRITE WORK-FILE-LINE
501645         MOVE "  ln[f, j] = pos - of[f, j]" TO WORK-FILE-LINE
501646         WRITE WORK-FILE-LINE
501647         MOVE "  pos = of[f, j] + ln[f, j] * oc[j]"
501648             TO WORK-FILE-LINE
501649         WRITE WORK-FILE-LINE
501650         MOVE "  if (j in sv && sv[j] > pos) pos = sv[j]"
501651             TO WORK-FILE-LINE
501652         WRITE WORK-FILE-LINE
501653         MOVE "}" TO WORK-FILE-LINE
501654         WRITE WORK-FILE-LINE
501655         MOVE "function entry(e, w, n, i, lv, nm, p, u, k, q) {"
501656             TO WORK-FILE-LINE
501657         WRITE WORK-FILE-LINE
501658         MOVE "  sub(/^ */, """", e); sub(/ *\.$/, """", e)"
501659             TO WORK-FILE-LINE
501660         WRITE WORK-FILE-LINE
501661         MOVE "  n = split(e, w, / +/)" TO WORK-FILE-LINE
501662         WRITE WORK-FILE-LINE
501663         MOVE "  lv = w[1] + 0" TO WORK-FILE-LINE
501664         WRITE WORK-FILE-LINE
501665         MOVE "  if (w[1] !~ /^[0-9]+$/ || lv == 66 || lv == 88)"
501666             TO WORK-FILE-LINE
501667         WRITE WORK-FILE-LINE
501668         MOVE "    return" TO WORK-FILE-LINE
501669         WRITE WORK-FILE-LINE
501670         MOVE "  if (lv == 77) lv = 1" TO WORK-FILE-LINE
501671         WRITE WORK-FILE-LINE
501672         MOVE "  nm = w[2]; i = 3" TO WORK-FILE-LINE
501673         WRITE WORK-FILE-LINE
501674         MOVE "  if (nm == """" || usage(nm) != """" || \"
501675             TO WORK-FILE-LINE
501676         WRITE WORK-FILE-LINE
501677         MOVE "      nm ~ /^(PIC|PICTURE|REDEFINES|OCCURS)$/) {"
501678             TO WORK-FILE-LINE
501679         WRITE WORK-FILE-LINE
501680         MOVE "    nm = ""FILLER""; i = 2" TO WORK-FILE-LINE
501681         WRITE WORK-FILE-LINE
501682         MOVE "  }" TO WORK-FILE-LINE
501683         WRITE WORK-FILE-LINE
501684         MOVE "  while (sp > 0 && lv <= lv_[st[sp]]) pop()"
501685             TO WORK-FILE-LINE
501686         WRITE WORK-FILE-LINE
501687         MOVE "  if (lv == 1 || sp == 0) {" TO WORK-FILE-LINE
501688         WRITE WORK-FILE-LINE
501689         MOVE "    if (lv == 1 || nr == 0) {" TO WORK-FILE-LINE
501690         WRITE WORK-FILE-LINE
501691         MOVE "      pos = 0; sp = 0; nr++" TO WORK-FILE-LINE
501692         WRITE WORK-FILE-LINE
501693         MOVE "    }" TO WORK-FILE-LINE
501694         WRITE WORK-FILE-LINE
501695         MOVE "  }" TO WORK-FILE-LINE
501696         WRITE WORK-FILE-LINE
501697         MOVE "  ni++; lv_[ni] = lv; oc[ni] = 1" TO WORK-FILE-LINE
501698         WRITE WORK-FILE-LINE
501699         MOVE "  p = """"; u = """"" TO WORK-FILE-LINE
501700         WRITE WORK-FILE-LINE
501701         MOVE "  sep = 0; red = """"" TO WORK-FILE-LINE
501702         WRITE WORK-FILE-LINE
501703         MOVE "  for (; i <= n; i++) {" TO WORK-FILE-LINE
501704         WRITE WORK-FILE-LINE
501705         MOVE "    if (w[i] == ""IS"") continue" TO WORK-FILE-LINE
501706         WRITE WORK-FILE-LINE
501707         MOVE "    if (w[i] ~ /^PIC(TURE)?$/) {" TO WORK-FILE-LINE
501708         WRITE WORK-FILE-LINE
501709         MOVE "      p = w[++i]; if (p == ""IS"") p = w[++i]"
501710             TO WORK-FILE-LINE
501711         WRITE WORK-FILE-LINE
501712         MOVE "    } else if (w[i] == ""USAGE"") {"
501713             TO WORK-FILE-LINE
501714         WRITE WORK-FILE-LINE
501715         MOVE "      if (w[i + 1] == ""IS"") i++"
501716             TO WORK-FILE-LINE
501717         WRITE WORK-FILE-LINE
501718         MOVE "      u = usage(w[++i])" TO WORK-FILE-LINE
501719         WRITE WORK-FILE-LINE
501720         MOVE "    } else if (usage(w[i]) != """") {"
501721             TO WORK-FILE-LINE
501722         WRITE WORK-FILE-LINE
501723         MOVE "      u = usage(w[i])" TO WORK-FILE-LINE
501724         WRITE WORK-FILE-LINE
501725         MOVE "    } else if (w[i] == ""OCCURS"") {"
501726             TO WORK-FILE-LINE
501727         WRITE WORK-FILE-LINE
501728         MOVE "      oc[ni] = w[++i] + 0" TO WORK-FILE-LINE
501729         WRITE WORK-FILE-LINE
501730         MOVE "      if (w[i + 1] == ""TO"") {" TO WORK-FILE-LINE
501731         WRITE WORK-FILE-LINE
501732         MOVE "        i += 2; oc[ni] = w[i] + 0"
501733             TO WORK-FILE-LINE
501734         WRITE WORK-FILE-LINE
501735         MOVE "      }" TO WORK-FILE-LINE
501736         WRITE WORK-FILE-LINE
501737         MOVE "    } else if (w[i] == ""REDEFINES"") {"
501738             TO WORK-FILE-LINE
501739         WRITE WORK-FILE-LINE
501740         MOVE "      red = w[++i]" TO WORK-FILE-LINE
501741         WRITE WORK-FILE-LINE
501742         MOVE "    } else if (w[i] == ""SEPARATE"") sep = 1"
501743             TO WORK-FILE-LINE
501744         WRITE WORK-FILE-LINE
501745         MOVE "    else if (w[i] == ""VALUE"") break"
501746             TO WORK-FILE-LINE
501747         WRITE WORK-FILE-LINE
501748         MOVE "  }" TO WORK-FILE-LINE
501749         WRITE WORK-FILE-LINE
501750         MOVE "  if (u == """" && sp > 0) u = gu[st[sp]]"
501751             TO WORK-FILE-LINE
501752         WRITE WORK-FILE-LINE
501753         MOVE "  if (u == """") u = ""DISPLAY""" TO WORK-FILE-LINE
501754         WRITE WORK-FILE-LINE
501755         MOVE "  q = (sp > 0) ? ky[st[sp]] : """""
501756             TO WORK-FILE-LINE
501757         WRITE WORK-FILE-LINE
501758         MOVE "  if (nm == ""FILLER"")" TO WORK-FILE-LINE
501759         WRITE WORK-FILE-LINE
501760         MOVE "    nm = ""FILLER#"" (++fc[f, q])"
501761             TO WORK-FILE-LINE
501762         WRITE WORK-FILE-LINE
501763         MOVE "  k = q == """" ? nm : q ""."" nm"
501764             TO WORK-FILE-LINE
501765         WRITE WORK-FILE-LINE
501766         MOVE "  ky[ni] = k" TO WORK-FILE-LINE
501767         WRITE WORK-FILE-LINE
501768         MOVE "  if (red != """") {" TO WORK-FILE-LINE
501769         WRITE WORK-FILE-LINE
501770         MOVE "    rd = q == """" ? red : q ""."" red"
501771             TO WORK-FILE-LINE
501772         WRITE WORK-FILE-LINE
501773         MOVE "    sv[ni] = pos" TO WORK-FILE-LINE
501774         WRITE WORK-FILE-LINE
501775         MOVE "    if ((f, rd) in kx) pos = of[f, kx[f, rd]]"
501776             TO WORK-FILE-LINE
501777         WRITE WORK-FILE-LINE
501778         MOVE "  }" TO WORK-FILE-LINE
501779         WRITE WORK-FILE-LINE
501780         MOVE "  kx[f, k] = ni; of[f, ni] = pos" TO WORK-FILE-LINE
501781         WRITE WORK-FILE-LINE
501782         MOVE "  if (lv == 1) rk[f, ++rn[f]] = ni"
501783             TO WORK-FILE-LINE
501784         WRITE WORK-FILE-LINE
501785         MOVE "  if (p != """" || \" TO WORK-FILE-LINE
501786         WRITE WORK-FILE-LINE
501787         MOVE "      u ~ /^(COMP-[12]|POINTER|INDEX)$/) {"
501788             TO WORK-FILE-LINE
501789         WRITE WORK-FILE-LINE
501790         MOVE "    pc[f, ni] = p; us[f, ni] = u" TO WORK-FILE-LINE
501791         WRITE WORK-FILE-LINE
501792         MOVE "    xp[f, ni] = expand(p)" TO WORK-FILE-LINE
501793         WRITE WORK-FILE-LINE
501794         MOVE "    ln[f, ni] = size(xp[f, ni], u, sep)"
501795             TO WORK-FILE-LINE
501796         WRITE WORK-FILE-LINE
501797         MOVE "    pos += ln[f, ni] * oc[ni]" TO WORK-FILE-LINE
501798         WRITE WORK-FILE-LINE
501799         MOVE "    if (ni in sv && sv[ni] > pos) pos = sv[ni]"
501800             TO WORK-FILE-LINE
501801         WRITE WORK-FILE-LINE
501802         MOVE "    ke[f, ++ne[f]] = ni" TO WORK-FILE-LINE
501803         WRITE WORK-FILE-LINE
501804         MOVE "    return" TO WORK-FILE-LINE
501805         WRITE WORK-FILE-LINE
501806         MOVE "  }" TO WORK-FILE-LINE
501807         WRITE WORK-FILE-LINE
501808         MOVE "  gu[ni] = u == ""DISPLAY"" ? """" : u"
501809             TO WORK-FILE-LINE
501810         WRITE WORK-FILE-LINE
501811         MOVE "  ke[f, ++ne[f]] = ni" TO WORK-FILE-LINE
501812         WRITE WORK-FILE-LINE
501813         MOVE "  st[++sp] = ni" TO WORK-FILE-LINE
501814         WRITE WORK-FILE-LINE
501815         MOVE "}" TO WORK-FILE-LINE
501816         WRITE WORK-FILE-LINE
501817         MOVE "function finish() {" TO WORK-FILE-LINE
501818         WRITE WORK-FILE-LINE
501819         MOVE "  if (e != """") entry(e)" TO WORK-FILE-LINE
501820         WRITE WORK-FILE-LINE
501821         MOVE "  e = """"" TO WORK-FILE-LINE
501822         WRITE WORK-FILE-LINE
501823         MOVE "  while (sp > 0) pop()" TO WORK-FILE-LINE
501824         WRITE WORK-FILE-LINE
501825         MOVE "  tl[f] = pos" TO WORK-FILE-LINE
501826         WRITE WORK-FILE-LINE
501827         MOVE "}" TO WORK-FILE-LINE
501828         WRITE WORK-FILE-LINE
501829         MOVE "FNR == 1 { if (f) finish(); f++; nr = 0 }"
501830             TO WORK-FILE-LINE
501831         WRITE WORK-FILE-LINE
501832         MOVE "{" TO WORK-FILE-LINE
501833         WRITE WORK-FILE-LINE
501834         MOVE "  t = norm($0)" TO WORK-FILE-LINE
501835         WRITE WORK-FILE-LINE
501836         MOVE "  if (t ~ /^ *$/) next" TO WORK-FILE-LINE
501837         WRITE WORK-FILE-LINE
501838         MOVE "  e = e "" "" t" TO WORK-FILE-LINE
501839         WRITE WORK-FILE-LINE
501840         MOVE "  while (match(e, /\.( |$)/)) {" TO WORK-FILE-LINE
501841         WRITE WORK-FILE-LINE
501842         MOVE "    entry(substr(e, 1, RSTART))" TO WORK-FILE-LINE
501843         WRITE WORK-FILE-LINE
501844         MOVE "    e = substr(e, RSTART + 1)" TO WORK-FILE-LINE
501845         WRITE WORK-FILE-LINE
501846         MOVE "  }" TO WORK-FILE-LINE
501847         WRITE WORK-FILE-LINE
501848         MOVE "}" TO WORK-FILE-LINE
501849         WRITE WORK-FILE-LINE
501850         MOVE "END {" TO WORK-FILE-LINE
501851         WRITE WORK-FILE-LINE
501852         MOVE "  finish()" TO WORK-FILE-LINE
501853         WRITE WORK-FILE-LINE
501854         MOVE "  for (i = 1; i <= ne[2]; i++) {" TO WORK-FILE-LINE
501855         WRITE WORK-FILE-LINE
501856         MOVE "    j = ke[2, i]; k = ky[j]" TO WORK-FILE-LINE
501857         WRITE WORK-FILE-LINE
501858         MOVE "    if (!((1, k) in kx)) {" TO WORK-FILE-LINE
501859         WRITE WORK-FILE-LINE
501860         MOVE "      printf ""  FIELD %s ADDED AT OFFSET %d"", \"
501861             TO WORK-FILE-LINE
501862         WRITE WORK-FILE-LINE
501863         MOVE "        k, of[2, j]" TO WORK-FILE-LINE
501864         WRITE WORK-FILE-LINE
501865         MOVE "      printf "" LENGTH %d\n"", ln[2, j]"
501866             TO WORK-FILE-LINE
501867         WRITE WORK-FILE-LINE
501868         MOVE "      c = 1; continue" TO WORK-FILE-LINE
501869         WRITE WORK-FILE-LINE
501870         MOVE "    }" TO WORK-FILE-LINE
501871         WRITE WORK-FILE-LINE
501872         MOVE "    o = kx[1, k]; m = """"" TO WORK-FILE-LINE
501873         WRITE WORK-FILE-LINE
501874         MOVE "    if (of[1, o] != of[2, j])" TO WORK-FILE-LINE
501875         WRITE WORK-FILE-LINE
501876         MOVE "      m = m sprintf("" OFFSET %d -> %d"", \"
501877             TO WORK-FILE-LINE
501878         WRITE WORK-FILE-LINE
501879         MOVE "        of[1, o], of[2, j])" TO WORK-FILE-LINE
501880         WRITE WORK-FILE-LINE
501881         MOVE "    if (ln[1, o] != ln[2, j])" TO WORK-FILE-LINE
501882         WRITE WORK-FILE-LINE
501883         MOVE "      m = m sprintf("" LENGTH %d -> %d"", \"
501884             TO WORK-FILE-LINE
501885         WRITE WORK-FILE-LINE
501886         MOVE "        ln[1, o], ln[2, j])" TO WORK-FILE-LINE
501887         WRITE WORK-FILE-LINE
501888         MOVE "    if (xp[1, o] != xp[2, j])" TO WORK-FILE-LINE
501889         WRITE WORK-FILE-LINE
501890         MOVE "      m = m sprintf("" PIC %s -> %s"", \"
501891             TO WORK-FILE-LINE
501892         WRITE WORK-FILE-LINE
501893         MOVE "        pc[1, o], pc[2, j])" TO WORK-FILE-LINE
501894         WRITE WORK-FILE-LINE
501895         MOVE "    if (us[1, o] != us[2, j])" TO WORK-FILE-LINE
501896         WRITE WORK-FILE-LINE
501897         MOVE "      m = m sprintf("" USAGE %s -> %s"", \"
501898             TO WORK-FILE-LINE
501899         WRITE WORK-FILE-LINE
501900         MOVE "        us[1, o], us[2, j])" TO WORK-FILE-LINE
501901         WRITE WORK-FILE-LINE
501902         MOVE "    if (m == """") continue" TO WORK-FILE-LINE
501903         WRITE WORK-FILE-LINE
501904         MOVE "    print ""  FIELD "" k m; c = 1"
501905             TO WORK-FILE-LINE
501906         WRITE WORK-FILE-LINE
501907         MOVE "  }" TO WORK-FILE-LINE
501908         WRITE WORK-FILE-LINE
501909         MOVE "  for (i = 1; i <= ne[1]; i++) {" TO WORK-FILE-LINE
501910         WRITE WORK-FILE-LINE
501911         MOVE "    j = ke[1, i]; k = ky[j]" TO WORK-FILE-LINE
501912         WRITE WORK-FILE-LINE
501913         MOVE "    if ((2, k) in kx) continue" TO WORK-FILE-LINE
501914         WRITE WORK-FILE-LINE
501915         MOVE "    printf ""  FIELD %s REMOVED"", k"
501916             TO WORK-FILE-LINE
501917         WRITE WORK-FILE-LINE
501918         MOVE "    printf "" (WAS OFFSET %d"", \"
501919             TO WORK-FILE-LINE
501920         WRITE WORK-FILE-LINE
501921         MOVE "      of[1, j]" TO WORK-FILE-LINE
501922         WRITE WORK-FILE-LINE
501923         MOVE "    printf "" LENGTH %d)\n"", ln[1, j]"
501924             TO WORK-FILE-LINE
501925         WRITE WORK-FILE-LINE
501926         MOVE "    c = 1" TO WORK-FILE-LINE
501927         WRITE WORK-FILE-LINE
501928         MOVE "  }" TO WORK-FILE-LINE
501929         WRITE WORK-FILE-LINE
501930         MOVE "  if (!c) print ""  NO FIELD MOVED"""
501931             TO WORK-FILE-LINE
501932         WRITE WORK-FILE-LINE
501933         MOVE "  for (f = 1; f <= 2; f++)" TO WORK-FILE-LINE
501934         WRITE WORK-FILE-LINE
501935         MOVE "    for (i = 1; i <= rn[f]; i++) {"
501936             TO WORK-FILE-LINE
501937         WRITE WORK-FILE-LINE
501938         MOVE "      j = rk[f, i]; k = ky[j]" TO WORK-FILE-LINE
501939         WRITE WORK-FILE-LINE
501940         MOVE "      if (f == 2 || !((2, k) in kx)) rr[k] = 1"
501941             TO WORK-FILE-LINE
501942         WRITE WORK-FILE-LINE
501943         MOVE "    }" TO WORK-FILE-LINE
501944         WRITE WORK-FILE-LINE
501945         MOVE "  n = 0" TO WORK-FILE-LINE
501946         WRITE WORK-FILE-LINE
501947         MOVE "  for (k in rr) {" TO WORK-FILE-LINE
501948         WRITE WORK-FILE-LINE
501949         MOVE "    a = (1, k) in kx ? ln[1, kx[1, k]] : 0"
501950             TO WORK-FILE-LINE
501951         WRITE WORK-FILE-LINE
501952         MOVE "    b = (2, k) in kx ? ln[2, kx[2, k]] : 0"
501953             TO WORK-FILE-LINE
501954         WRITE WORK-FILE-LINE
501955         MOVE "    n++" TO WORK-FILE-LINE
501956         WRITE WORK-FILE-LINE
501957         MOVE "    if (a == b) {" TO WORK-FILE-LINE
501958         WRITE WORK-FILE-LINE
501959         MOVE "      printf ""  RECORD %s LENGTH %d"", k, a"
501960             TO WORK-FILE-LINE
501961         WRITE WORK-FILE-LINE
501962         MOVE "      print "" UNCHANGED""" TO WORK-FILE-LINE
501963         WRITE WORK-FILE-LINE
501964         MOVE "      continue" TO WORK-FILE-LINE
501965         WRITE WORK-FILE-LINE
501966         MOVE "    }" TO WORK-FILE-LINE
501967         WRITE WORK-FILE-LINE
501968         MOVE "    printf ""  RECORD %s LENGTH %d"", k, a"
501969             TO WORK-FILE-LINE
501970         WRITE WORK-FILE-LINE
501971         MOVE "    printf "" -> %d CHANGED\n"", b"
501972             TO WORK-FILE-LINE
501973         WRITE WORK-FILE-LINE
501974         MOVE "    g = 1" TO WORK-FILE-LINE
501975         WRITE WORK-FILE-LINE
501976         MOVE "  }" TO WORK-FILE-LINE
501977         WRITE WORK-FILE-LINE
501978         MOVE "  if (n == 0 && tl[1] != tl[2]) {"
501979             TO WORK-FILE-LINE
501980         WRITE WORK-FILE-LINE
501981         MOVE "    printf ""  LAYOUT LENGTH %d"", tl[1]"
501982             TO WORK-FILE-LINE
501983         WRITE WORK-FILE-LINE
501984         MOVE "    printf "" -> %d CHANGED\n"", tl[2]"
501985             TO WORK-FILE-LINE
501986         WRITE WORK-FILE-LINE
501987         MOVE "    g = 1" TO WORK-FILE-LINE
501988         WRITE WORK-FILE-LINE
501989         MOVE "  }" TO WORK-FILE-LINE
501990         WRITE WORK-FILE-LINE
501991         MOVE "  if (n == 0 && !g) {" TO WORK-FILE-LINE
501992         WRITE WORK-FILE-LINE
501993         MOVE "    printf ""  LAYOUT LENGTH %d"", tl[2]"
501994             TO WORK-FILE-LINE
501995         WRITE WORK-FILE-LINE
501996         MOVE "    print "" UNCHANGED""" TO WORK-FILE-LINE
501997         WRITE WORK-FILE-LINE
501998         MOVE "  }" TO WORK-FILE-LINE
501999         WRITE WORK-FILE-LINE
502000         MOVE "  exit g ? 2 : c" TO WORK-FILE-LINE
502001         WRITE WORK-FILE-LINE
502002         MOVE "}" TO WORK-FILE-LINE
502003         WRITE WORK-FILE-LINE
502010         CLOSE WORK-FILE
502011     END-IF.
502020 947-LIST-LAYOUT-FIXTURES.
502021* The record length moved: every source that COPYs the member
502022* is gathered through the cross-reference pair table, as 870
502023* does for the rebuild, and the in/ and out/ data files of
502024* their suites (and any testin/testout pair) are flagged.
502025     MOVE 1 TO WS-LAYOUT-ALERT.
502026     MOVE WT-PATH(WS-CHANGED-IDX) TO WS-LAYOUT-COPY.
502027     MOVE WS-ACTIVE-IDX TO WS-XREF-SAVE-IDX.
502028     MOVE 1 TO WS-XREF-MODE.
502029     MOVE 0 TO WS-XP-COUNT.
502030     PERFORM 752-GATHER-XREF-SOURCE
502031         VARYING WS-XREF-SRC FROM 1 BY 1
502032         UNTIL WS-XREF-SRC > WS-FILE-COUNT.
502033     MOVE 0 TO WS-XREF-MODE.
502034     MOVE WS-XREF-SAVE-IDX TO WS-ACTIVE-IDX.
502035     MOVE SPACES TO WS-LAYOUT-USERS.
502036     STRING WS-WATCH-DIR DELIMITED BY SPACE
502037         "/.interactive-cobol-layusers" DELIMITED BY SIZE
502038         INTO WS-LAYOUT-USERS
502039     END-STRING.
502040     MOVE WS-LAYOUT-USERS TO WS-WORK-FILE-NAME.
502041     OPEN OUTPUT WORK-FILE.
502042     IF WS-WORK-FILE-STATUS = "00" THEN
502043         PERFORM 944-PUT-LAYOUT-USER
502044             VARYING WS-XP-I FROM 1 BY 1
502045             UNTIL WS-XP-I > WS-XP-COUNT
502046         CLOSE WORK-FILE
502047     END-IF.
502048     MOVE SPACES TO WS-LAYOUT-CMD.
502049     STRING "{ echo ""COPIED BY:""; sort -u " DELIMITED BY SIZE
502050         WS-LAYOUT-USERS DELIMITED BY SPACE
502051         " | sed 's/^/  /'; echo ""FIXTURES LAID OUT FOR"
502052         DELIMITED BY SIZE
502053         " THE OLD RECORD:""; sort -u " DELIMITED BY SIZE
502054         WS-LAYOUT-USERS DELIMITED BY SPACE
502055         " | while read p; do b=${p%.*};" DELIMITED BY SIZE
502056         " ls -1 ""$b.testin"" ""$b.testout"" 2>/dev/null;"
502057         DELIMITED BY SIZE
502058         " find ""$b.tests"" -mindepth 3 -type f"
502059         DELIMITED BY SIZE
502060         " \( -path '*/in/*' -o -path '*/out/*' \)"
502061         DELIMITED BY SIZE
502062         " 2>/dev/null; done | sort -u > " DELIMITED BY SIZE
502063         WS-LAYOUT-USERS DELIMITED BY SPACE
502064         ".fx; sed 's/^/  /' " DELIMITED BY SIZE
502065         WS-LAYOUT-USERS DELIMITED BY SPACE
502066         ".fx; test -s " DELIMITED BY SIZE
502067         WS-LAYOUT-USERS DELIMITED BY SPACE
502068         ".fx || echo ""  (none)""; rm -f " DELIMITED BY SIZE
502069         WS-LAYOUT-USERS DELIMITED BY SPACE
502070         ".fx; } >> " DELIMITED BY SIZE
502071         WS-LAYOUT-RPT DELIMITED BY SPACE
502072         INTO WS-LAYOUT-CMD
502073         ON OVERFLOW CONTINUE
502074     END-STRING.
502075     CALL "SYSTEM" USING WS-LAYOUT-CMD.
502100 948-PREPARE-CASE-TIMING.
502101* Each case runs under the timing helper: the runner puts its
502102* fifth argument in front of the watchdog, so the helper times
502103* the program run alone, not the staging and comparisons.
502104     MOVE SPACES TO WS-CASE-XARGS.
502105     STRING """bash " DELIMITED BY SIZE
502106         WS-TIMING-SCRIPT DELIMITED BY SPACE
502107         " " DELIMITED BY SIZE
502108         WS-TIMING-TIM DELIMITED BY SPACE
502109         " " DELIMITED BY SIZE
502110         WS-SUITE-CASE DELIMITED BY SPACE
502111         """" DELIMITED BY SIZE
502112         INTO WS-CASE-XARGS
502113         ON OVERFLOW PERFORM 994-DROP-CASE-TIMING
502114     END-STRING.
502115     PERFORM 918-BUILD-CASE-CMD.
502120 949-PREPARE-SUITE-TIMING.
502121* The suite's raw timings collect in a fresh per-run file the
502122* history pass reads once the last case is done.
502123     PERFORM 952-WRITE-TIMING-SCRIPTS.
502124     MOVE SPACES TO WS-TIMING-TIM.
502125     STRING WS-WATCH-DIR DELIMITED BY SPACE
502126         "/.interactive-cobol-suite.tim" DELIMITED BY SIZE
502127         INTO WS-TIMING-TIM
502128     END-STRING.
502129     MOVE 1 TO WS-TIMING-CMP.
502130     MOVE SPACES TO WS-TIMING-CMD.
502131     STRING "rm -f " DELIMITED BY SIZE
502132         WS-TIMING-TIM DELIMITED BY SPACE
502133         INTO WS-TIMING-CMD
502134     END-STRING.
502135     CALL "SYSTEM" USING WS-TIMING-CMD.
502140 950-PREFIX-RUN-TIMING.
502141* The interactive run is timed the same way, under the case
502142* name INTERACTIVE; its rows are history only, never compared,
502143* since the time spent at an ACCEPT is the operator's.
502144     PERFORM 952-WRITE-TIMING-SCRIPTS.
502145     MOVE SPACES TO WS-TIMING-TIM.
502146     STRING WS-WATCH-DIR DELIMITED BY SPACE
502147         "/.interactive-cobol-run.tim" DELIMITED BY SIZE
502148         INTO WS-TIMING-TIM
502149     END-STRING.
502150     MOVE 0 TO WS-TIMING-CMP.
502151     MOVE SPACES TO WS-TIMING-CMD.
502152     STRING "rm -f " DELIMITED BY SIZE
502153         WS-TIMING-TIM DELIMITED BY SPACE
502154         INTO WS-TIMING-CMD
502155     END-STRING.
502156     CALL "SYSTEM" USING WS-TIMING-CMD.
502157     MOVE WS-GENERIC-CMD TO WS-TIMING-HOLD.
502158     MOVE SPACES TO WS-GENERIC-CMD.
502159     STRING "bash " DELIMITED BY SIZE
502160         WS-TIMING-SCRIPT DELIMITED BY SPACE
502161         " " DELIMITED BY SIZE
502162         WS-TIMING-TIM DELIMITED BY SPACE
502163         " INTERACTIVE " DELIMITED BY SIZE
502164         FUNCTION TRIM(WS-TIMING-HOLD) DELIMITED BY SIZE
502165         INTO WS-GENERIC-CMD
502166         ON OVERFLOW PERFORM 995-DROP-RUN-TIMING
502167     END-STRING.
502170 951-RECORD-RUN-TIMES.
502171* Fold the raw timings into the history log; for a suite run
502172* the script compares each case with its own baseline first
502173* and prints the slow ones and a one-line summary.
502174     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
502175     MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR.
502176     MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH.
502177     MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY.
502178     MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR.
502179     MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN.
502180     MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.
502181     MOVE WS-TEMP-MS    TO WS-FORMATTED-MS.
502182     MOVE SPACES TO WS-TIMING-CMD.
502183     STRING "test -s " DELIMITED BY SIZE
502184         WS-TIMING-TIM DELIMITED BY SPACE
502185         " && touch " DELIMITED BY SIZE
502186         WS-TIMING-LOG DELIMITED BY SPACE
502187         " && awk -v D=""" DELIMITED BY SIZE
502188         WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
502189         """ -v S=" DELIMITED BY SIZE
502190         WT-PATH(WS-ACTIVE-IDX) DELIMITED BY SPACE
502191         " -v N=" DELIMITED BY SIZE
502192         WS-TIMING-RUNS DELIMITED BY SIZE
502193         " -v P=" DELIMITED BY SIZE
502194         WS-SLOW-PCT DELIMITED BY SIZE
502195         " -v C=" DELIMITED BY SIZE
502196         WS-TIMING-CMP DELIMITED BY SIZE
502197         " -f " DELIMITED BY SIZE
502198         WS-TIMING-AWK DELIMITED BY SPACE
502199         " " DELIMITED BY SIZE
502200         WS-TIMING-LOG DELIMITED BY SPACE
502201         " " DELIMITED BY SIZE
502202         WS-TIMING-TIM DELIMITED BY SPACE
502203         INTO WS-TIMING-CMD
502204         ON OVERFLOW CONTINUE
502205     END-STRING.
502206     CALL "SYSTEM" USING WS-TIMING-CMD.
502230 952-WRITE-TIMING-SCRIPTS.
502231* The timing helper and the history script are written fresh
502232* at first use beside the other working files.
502233     IF WS-TIMING-SCRIPT-DONE = 0 THEN
502234         MOVE SPACES TO WS-TIMING-SCRIPT
502235         STRING WS-WATCH-DIR DELIMITED BY SPACE
502236             "/.interactive-cobol-timed.sh" DELIMITED BY SIZE
502237             INTO WS-TIMING-SCRIPT
502238         END-STRING
502239         MOVE SPACES TO WS-TIMING-AWK
502240         STRING WS-WATCH-DIR DELIMITED BY SPACE
502241             "/.interactive-cobol-timing.awk" DELIMITED BY SIZE
502242             INTO WS-TIMING-AWK
502243         END-STRING
502244         MOVE SPACES TO WS-TIMING-LOG
502245         STRING WS-WATCH-DIR DELIMITED BY SPACE
502246             "/interactive-cobol-timing.log" DELIMITED BY SIZE
502247             INTO WS-TIMING-LOG
502248         END-STRING
502249         PERFORM 953-WRITE-TIMED-SCRIPT
502250         PERFORM 954-WRITE-TIMING-AWK
502251         MOVE 1 TO WS-TIMING-SCRIPT-DONE
502252     END-IF.
502260 953-WRITE-TIMED-SCRIPT.
502261* Arguments: timings file, case (its basename is the key), then
502262* the command. The program keeps its own stderr; only the
502263* time line goes to the timings file, and the exit code passes
502264* through untouched for the verdict.
502265     MOVE WS-TIMING-SCRIPT TO WS-WORK-FILE-NAME.
502266     OPEN OUTPUT WORK-FILE.
502267     IF WS-WORK-FILE-STATUS = "00" THEN
502268         MOVE "F=$1; L=$(basename ""$2""); shift 2"
502269             TO WORK-FILE-LINE
502270         WRITE WORK-FILE-LINE
502271         MOVE "exec 3>&2" TO WORK-FILE-LINE
502272         WRITE WORK-FILE-LINE
502273         MOVE "TIMEFORMAT=""$L %R %U %S""" TO WORK-FILE-LINE
502274         WRITE WORK-FILE-LINE
502275         MOVE "{ time ""$@"" 2>&3 3>&-; } 2>> ""$F"""
502276             TO WORK-FILE-LINE
502277         WRITE WORK-FILE-LINE
502279         CLOSE WORK-FILE
502280     END-IF.
502290 954-WRITE-TIMING-AWK.
502291* Reads the history first (this source's rows only), then the
502292* raw "case real user sys" lines; exit 1 when a case is slow.
502293     MOVE WS-TIMING-AWK TO WS-WORK-FILE-NAME.
502294     OPEN OUTPUT WORK-FILE.
502295     IF WS-WORK-FILE-STATUS = "00" THEN
502296         MOVE "FILENAME == ARGV[1] {" TO WORK-FILE-LINE
502297         WRITE WORK-FILE-LINE
502298         MOVE "  if ($3 != S) next" TO WORK-FILE-LINE
502299         WRITE WORK-FILE-LINE
502300         MOVE "  k = $4; n = ++c[k]" TO WORK-FILE-LINE
502301         WRITE WORK-FILE-LINE
502302         MOVE "  e[k, n] = substr($5, 9) + 0" TO WORK-FILE-LINE
502303         WRITE WORK-FILE-LINE
502304         MOVE "  next" TO WORK-FILE-LINE
502305         WRITE WORK-FILE-LINE
502306         MOVE "}" TO WORK-FILE-LINE
502307         WRITE WORK-FILE-LINE
502308         MOVE "NF == 4 {" TO WORK-FILE-LINE
502309         WRITE WORK-FILE-LINE
502310         MOVE "  k = $1; t = $2 + 0; u = $3 + $4"
502311             TO WORK-FILE-LINE
502312         WRITE WORK-FILE-LINE
502313         MOVE "  r = sprintf(""%s %s %s"", D, S, k)"
502314             TO WORK-FILE-LINE
502315         WRITE WORK-FILE-LINE
502316         MOVE "  r = r sprintf("" ELAPSED=%.2f CPU=%.2f"", t, u)"
502317             TO WORK-FILE-LINE
502318         WRITE WORK-FILE-LINE
502319         MOVE "  m = 0; b = 0" TO WORK-FILE-LINE
502320         WRITE WORK-FILE-LINE
502321         MOVE "  for (i = c[k]; i > 0 && m < N; i--) {"
502322             TO WORK-FILE-LINE
502323         WRITE WORK-FILE-LINE
502324         MOVE "    b += e[k, i]; m++" TO WORK-FILE-LINE
502325         WRITE WORK-FILE-LINE
502326         MOVE "  }" TO WORK-FILE-LINE
502327         WRITE WORK-FILE-LINE
502328         MOVE "  if (C && m > 0) {" TO WORK-FILE-LINE
502329         WRITE WORK-FILE-LINE
502330         MOVE "    b /= m; nb++" TO WORK-FILE-LINE
502331         WRITE WORK-FILE-LINE
502332         MOVE "    if (t - b >= 0.05 && t > b * (1 + P / 100)) {"
502333             TO WORK-FILE-LINE
502334         WRITE WORK-FILE-LINE
502335         MOVE "      q = b > 0 ? int((t - b) * 100 / b) : 999"
502336             TO WORK-FILE-LINE
502337         WRITE WORK-FILE-LINE
502338         MOVE "      r = r sprintf("" SLOW=+%d%%"", q)"
502339             TO WORK-FILE-LINE
502340         WRITE WORK-FILE-LINE
502341         MOVE "      printf ""  SLOW  %-12s %.2fs"", k, t"
502342             TO WORK-FILE-LINE
502343         WRITE WORK-FILE-LINE
502344         MOVE "      printf "" VS %.2fs BASELINE"", b"
502345             TO WORK-FILE-LINE
502346         WRITE WORK-FILE-LINE
502347         MOVE "      printf "" (+%d%%)\n"", q" TO WORK-FILE-LINE
502348         WRITE WORK-FILE-LINE
502349         MOVE "      s++" TO WORK-FILE-LINE
502350         WRITE WORK-FILE-LINE
502351         MOVE "    }" TO WORK-FILE-LINE
502352         WRITE WORK-FILE-LINE
502353         MOVE "  }" TO WORK-FILE-LINE
502354         WRITE WORK-FILE-LINE
502355         MOVE "  o[++no] = r" TO WORK-FILE-LINE
502356         WRITE WORK-FILE-LINE
502357         MOVE "}" TO WORK-FILE-LINE
502358         WRITE WORK-FILE-LINE
502359         MOVE "END {" TO WORK-FILE-LINE
502360         WRITE WORK-FILE-LINE
502361         MOVE "  close(ARGV[1])" TO WORK-FILE-LINE
502362         WRITE WORK-FILE-LINE
502363         MOVE "  for (i = 1; i <= no; i++) print o[i] >> ARGV[1]"
502364             TO WORK-FILE-LINE
502365         WRITE WORK-FILE-LINE
502366         MOVE "  if (!C || no == 0) exit 0" TO WORK-FILE-LINE
502367         WRITE WORK-FILE-LINE
502368         MOVE "  printf ""RUN TIMES: %d CASES TIMED, %d"", no, nb"
502369             TO WORK-FILE-LINE
502370         WRITE WORK-FILE-LINE
502371         MOVE "  printf "" WITH A BASELINE, %d SLOWER"", s"
502372             TO WORK-FILE-LINE
502373         WRITE WORK-FILE-LINE
502374         MOVE "  printf "" THAN +%d%%\n"", P" TO WORK-FILE-LINE
502375         WRITE WORK-FILE-LINE
502376         MOVE "  exit s > 0" TO WORK-FILE-LINE
502377         WRITE WORK-FILE-LINE
502378         MOVE "}" TO WORK-FILE-LINE
502379         WRITE WORK-FILE-LINE
502380         CLOSE WORK-FILE
502381     END-IF.
502400 955-MATRIX-RUN.
502401* Build every source once per dialect profile through the
502402* shared compile engine, with the configured COMPILE-FLAGS plus
502403* -std=<profile>, and lay the verdicts out as a matrix in
502404* interactive-cobol-matrix.rpt. Validation is off for the pass
502405* (it judges shop style, not dialect). The job exits 8 if any
502406* cell failed, 4 if the worst was a warning.
502407     DISPLAY X"1B" & "[36;1mDIALECT MATRIX: building sources "
502408         "under " FUNCTION TRIM(WS-WATCH-DIR) X"1B" & "[0m".
502409     PERFORM 195-SEED-CALL-CHAINS.
502410     MOVE SPACES TO MX-TABLE.
502411     MOVE 0 TO WS-MX-COUNT.
502412     UNSTRING FUNCTION TRIM(WS-DIALECTS) DELIMITED BY ":"
502413         INTO MX-PROF(1) MX-PROF(2) MX-PROF(3) MX-PROF(4)
502414              MX-PROF(5) MX-PROF(6) MX-PROF(7) MX-PROF(8)
502415         TALLYING IN WS-MX-COUNT
502416         ON OVERFLOW PERFORM 993-WARN-DIALECTS-FULL
502417     END-UNSTRING.
502418     MOVE WS-COMPILE-FLAGS TO WS-MX-SAVE-FLAGS.
502419     MOVE WS-VALIDATE-MODE TO WS-MX-SAVE-VALIDATE.
502420     MOVE "OFF" TO WS-VALIDATE-MODE.
502421     MOVE 0 TO WS-MX-FAILS.
502422     MOVE 0 TO WS-MX-WARNS.
502423     MOVE SPACES TO WS-MX-RPT.
502424     STRING WS-WATCH-DIR DELIMITED BY SPACE
502425         "/interactive-cobol-matrix.rpt" DELIMITED BY SIZE
502426         INTO WS-MX-RPT
502427     END-STRING.
502428     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
502429     MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR.
502430     MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH.
502431     MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY.
502432     MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR.
502433     MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN.
502434     MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.
502435     MOVE WS-TEMP-MS    TO WS-FORMATTED-MS.
502436     MOVE WS-MX-RPT TO WS-WORK-FILE-NAME.
502437     OPEN OUTPUT WORK-FILE.
502438     IF WS-WORK-FILE-STATUS NOT = "00" THEN
502439         DISPLAY X"1B" & "[31;1;4mError: cannot write "
502440             WS-MX-RPT(1:50) X"1B" & "[0m"
502441         PERFORM 900-RELEASE-LOCK
502442         MOVE 8 TO RETURN-CODE
502443         STOP RUN
502444     END-IF.
502445     MOVE SPACES TO WORK-FILE-LINE.
502446     STRING "DIALECT MATRIX FOR " DELIMITED BY SIZE
502447         WS-WATCH-DIR DELIMITED BY SPACE
502448         " AT " DELIMITED BY SIZE
502449         WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
502450         INTO WORK-FILE-LINE
502451     END-STRING.
502452     WRITE WORK-FILE-LINE.
502453     MOVE "CELLS: VERDICT ERRORS/WARNINGS" TO WORK-FILE-LINE.
502454     WRITE WORK-FILE-LINE.
502455     MOVE SPACES TO WORK-FILE-LINE.
502456     WRITE WORK-FILE-LINE.
502457     MOVE SPACES TO MX-ROW.
502458     MOVE "SOURCE" TO MX-ROW-SRC.
502459     PERFORM 958-PUT-PROFILE-HEADING
502460         VARYING WS-MX-I FROM 1 BY 1
502461         UNTIL WS-MX-I > WS-MX-COUNT.
502462     MOVE MX-ROW TO WORK-FILE-LINE.
502463     WRITE WORK-FILE-LINE.
502464     CLOSE WORK-FILE.
502465     MOVE 1 TO WS-MATRIX-MODE.
502466     PERFORM 956-MATRIX-ONE-SOURCE
502467         VARYING WS-BATCH-IDX FROM 1 BY 1
502468         UNTIL WS-BATCH-IDX > WS-FILE-COUNT.
502469     MOVE 0 TO WS-MATRIX-MODE.
502470     MOVE WS-MX-SAVE-FLAGS TO WS-COMPILE-FLAGS.
502471     MOVE WS-MX-SAVE-VALIDATE TO WS-VALIDATE-MODE.
502472     DISPLAY "".
502473     MOVE SPACES TO WS-GENERIC-CMD.
502474     STRING "cat " DELIMITED BY SIZE
502475         WS-MX-RPT DELIMITED BY SPACE
502476         INTO WS-GENERIC-CMD
502477     END-STRING.
502478     CALL "SYSTEM" USING WS-GENERIC-CMD.
502479     DISPLAY X"1B" & "[36;1mDIALECT MATRIX WRITTEN TO "
502480         FUNCTION TRIM(WS-MX-RPT) X"1B" & "[0m".
502481     PERFORM 900-RELEASE-LOCK.
502482     IF WS-MX-FAILS > 0 THEN
502483         MOVE 8 TO RETURN-CODE
502484     ELSE
502485         IF WS-MX-WARNS > 0 THEN
502486             MOVE 4 TO RETURN-CODE
502487         END-IF
502488     END-IF.
502489     STOP RUN.
502490 956-MATRIX-ONE-SOURCE.
502491* Claimed subprograms build inside their driver, as in 852.
502492     IF WT-TYPE(WS-BATCH-IDX) = 1 AND
502493             WT-OWNER(WS-BATCH-IDX) = 0 THEN
502494         MOVE WS-BATCH-IDX TO WS-ACTIVE-IDX
502495         MOVE SPACES TO MX-ROW
502496         MOVE WT-PATH(WS-ACTIVE-IDX) TO MX-ROW-SRC
502497         PERFORM 150-SCAN-COPYBOOKS
502498         PERFORM 180-SCAN-CALLS
502499         PERFORM 957-MATRIX-ONE-CELL
502500             VARYING WS-MX-I FROM 1 BY 1
502501             UNTIL WS-MX-I > WS-MX-COUNT
502502         MOVE WS-MX-RPT TO WS-WORK-FILE-NAME
502503         OPEN EXTEND WORK-FILE
502504         IF WS-WORK-FILE-STATUS = "00" THEN
502505             MOVE MX-ROW TO WORK-FILE-LINE
502506             WRITE WORK-FILE-LINE
502507             CLOSE WORK-FILE
502508         END-IF
502509     END-IF.
502510 957-MATRIX-ONE-CELL.
502511     DISPLAY "".
502512     DISPLAY X"1B" & "[36m===== "
502513         FUNCTION TRIM(WT-PATH(WS-ACTIVE-IDX)) " ["
502514         FUNCTION TRIM(MX-PROF(WS-MX-I)) "] =====" X"1B" & "[0m".
502515     MOVE WS-MX-SAVE-FLAGS TO WS-COMPILE-FLAGS.
502516     IF FUNCTION UPPER-CASE(MX-PROF(WS-MX-I)) NOT = "DEFAULT" THEN
502517         MOVE SPACES TO WS-COMPILE-FLAGS
502518         STRING FUNCTION TRIM(WS-MX-SAVE-FLAGS) DELIMITED BY SIZE
502519             " -std=" DELIMITED BY SIZE
502520             MX-PROF(WS-MX-I) DELIMITED BY SPACE
502521             INTO WS-COMPILE-FLAGS
502522         END-STRING
502523     END-IF.
502524     MOVE 0 TO WS-ERR-COUNT.
502525     MOVE 0 TO WS-WARN-COUNT.
502526     PERFORM 200-COMPILE-AND-EXECUTE THRU 209-COMPILE-EXIT.
502527     IF WS-COMPILE-PASSED = 0 THEN
502528         MOVE "FAIL" TO WS-MX-VERDICT
502529         ADD 1 TO WS-MX-FAILS
502530     ELSE
502531         IF WS-WARN-COUNT > 0 THEN
502532             MOVE "WARN" TO WS-MX-VERDICT
502533             ADD 1 TO WS-MX-WARNS
502534         ELSE
502535             MOVE "PASS" TO WS-MX-VERDICT
502536         END-IF
502537     END-IF.
502538     MOVE WS-ERR-COUNT TO WS-MX-ERR-T.
502539     MOVE WS-WARN-COUNT TO WS-MX-WARN-T.
502540     STRING WS-MX-VERDICT DELIMITED BY SIZE
502541         " " DELIMITED BY SIZE
502542         FUNCTION TRIM(WS-MX-ERR-T) DELIMITED BY SIZE
502543         "/" DELIMITED BY SIZE
502544         FUNCTION TRIM(WS-MX-WARN-T) DELIMITED BY SIZE
502545         INTO MX-ROW-CELL(WS-MX-I)
502546     END-STRING.
502547     MOVE SPACES TO WS-GENERIC-CMD.
502548     STRING "rm -f " DELIMITED BY SIZE
502549         WS-BINARY-PATH DELIMITED BY SPACE
502550         INTO WS-GENERIC-CMD
502551     END-STRING.
502552     CALL "SYSTEM" USING WS-GENERIC-CMD.
502560 958-PUT-PROFILE-HEADING.
502561     MOVE FUNCTION UPPER-CASE(MX-PROF(WS-MX-I))
502562         TO MX-ROW-CELL(WS-MX-I).
502600 959-APPLY-RETENTION.
502601* Start-up housekeeping under RETAIN-MONTHS (0 keeps the old
502602* grow-forever behaviour). Earlier months' log rows and ledger
502603* lines move to dated monthly files; monthly files older than
502604* the policy fold into carry-forward totals, so streaks and
502605* averages survive; run transcripts and archived builds older
502606* than the policy are swept, except any build the release
502607* manifest names. The carry fold reuses the health digest.
502608     IF WS-RETAIN-MONTHS > 0 THEN
502609         IF WS-RPT-SCRIPT-DONE = 0 THEN
502610             PERFORM 883-WRITE-REPORT-SCRIPT
502611             MOVE 1 TO WS-RPT-SCRIPT-DONE
502612         END-IF
502613         MOVE SPACES TO WS-RETAIN-SCRIPT
502614         STRING WS-WATCH-DIR DELIMITED BY SPACE
502615             "/.interactive-cobol-retain.sh" DELIMITED BY SIZE
502616             INTO WS-RETAIN-SCRIPT
502617         END-STRING
502618         PERFORM 960-WRITE-RETAIN-SCRIPT
502619         MOVE SPACES TO WS-RETAIN-CMD
502620         STRING "bash " DELIMITED BY SIZE
502621             WS-RETAIN-SCRIPT DELIMITED BY SPACE
502622             " " DELIMITED BY SIZE
502623             WS-WATCH-DIR DELIMITED BY SPACE
502624             " " DELIMITED BY SIZE
502625             WS-RETAIN-MONTHS DELIMITED BY SIZE
502626             " " DELIMITED BY SIZE
502627             WS-RPT-SCRIPT DELIMITED BY SPACE
502628             " '" DELIMITED BY SIZE
502629             WS-RELEASE-DIR DELIMITED BY SPACE
502630             "'" DELIMITED BY SIZE
502631             INTO WS-RETAIN-CMD
502632             ON OVERFLOW CONTINUE
502633         END-STRING
502634         CALL "SYSTEM" USING WS-RETAIN-CMD
502635     END-IF.
502640 960-WRITE-RETAIN-SCRIPT.
502641* Arguments: watched directory, months to keep, the health
502642* digest script, the release directory. Roll dates compare as
502643* YYYY-MM text; ledger lines carry no dates of their own, so a
502644* ledger is filed under the month it was last written.
502645     MOVE WS-RETAIN-SCRIPT TO WS-WORK-FILE-NAME.
502646     OPEN OUTPUT WORK-FILE.
502647     IF WS-WORK-FILE-STATUS = "00" THEN
502648         MOVE "W=$1; N=$((10#$2)); H=$3; R=$4" TO WORK-FILE-LINE
502649         WRITE WORK-FILE-LINE
502650         MOVE "P=interactive-cobol; O=$PWD" TO WORK-FILE-LINE
502651         WRITE WORK-FILE-LINE
502652         MOVE "[[ $H = /* ]] || H=$O/$H" TO WORK-FILE-LINE
502653         WRITE WORK-FILE-LINE
502654         MOVE "cd ""$W"" 2>/dev/null || exit 0" TO WORK-FILE-LINE
502655         WRITE WORK-FILE-LINE
502656         MOVE "T=.$P-roll.tmp; rm -f $T" TO WORK-FILE-LINE
502657         WRITE WORK-FILE-LINE
502658         MOVE "C=$(date +%Y-%m); L=$P.log; X=$P-carry.log"
502659             TO WORK-FILE-LINE
502660         WRITE WORK-FILE-LINE
502661         MOVE "if [ -s $L ] && [[ $(head -c 7 $L) < $C ]]; then"
502662             TO WORK-FILE-LINE
502663         WRITE WORK-FILE-LINE
502664         MOVE "  awk -v C=$C -v T=$T -v P=$P '{" TO WORK-FILE-LINE
502665         WRITE WORK-FILE-LINE
502666         MOVE "    m = substr($1, 1, 7)" TO WORK-FILE-LINE
502667         WRITE WORK-FILE-LINE
502668         MOVE "    if (m >= C) { print > T; next }"
502669             TO WORK-FILE-LINE
502670         WRITE WORK-FILE-LINE
502671         MOVE "    print >> (P ""-"" m "".log"") }' $L"
502672             TO WORK-FILE-LINE
502673         WRITE WORK-FILE-LINE
502674         MOVE "  [ -f $T ] || : > $T" TO WORK-FILE-LINE
502675         WRITE WORK-FILE-LINE
502676         MOVE "  mv -f $T $L" TO WORK-FILE-LINE
502677         WRITE WORK-FILE-LINE
502678         MOVE "  echo ""RETENTION: log rolled to monthly files"""
502679             TO WORK-FILE-LINE
502680         WRITE WORK-FILE-LINE
502681         MOVE "fi" TO WORK-FILE-LINE
502682         WRITE WORK-FILE-LINE
502683         MOVE "E=$P-errors.led" TO WORK-FILE-LINE
502684         WRITE WORK-FILE-LINE
502685         MOVE "if [ -s $E ]; then" TO WORK-FILE-LINE
502686         WRITE WORK-FILE-LINE
502687         MOVE "  m=$(date -r $E +%Y-%m)" TO WORK-FILE-LINE
502688         WRITE WORK-FILE-LINE
502689         MOVE "  if [[ $m < $C ]]; then" TO WORK-FILE-LINE
502690         WRITE WORK-FILE-LINE
502691         MOVE "    cat $E >> $P-errors-$m.led" TO WORK-FILE-LINE
502692         WRITE WORK-FILE-LINE
502693         MOVE "    rm -f $E" TO WORK-FILE-LINE
502694         WRITE WORK-FILE-LINE
502695         MOVE "    echo ""RETENTION: ledger rolled into $m"""
502696             TO WORK-FILE-LINE
502697         WRITE WORK-FILE-LINE
502698         MOVE "  fi" TO WORK-FILE-LINE
502699         WRITE WORK-FILE-LINE
502700         MOVE "fi" TO WORK-FILE-LINE
502701         WRITE WORK-FILE-LINE
502702         MOVE "[ $N -gt 0 ] || exit 0" TO WORK-FILE-LINE
502703         WRITE WORK-FILE-LINE
502704         MOVE "K=$(date -d ""$C-01 -$N month"" +%Y-%m)"
502705             TO WORK-FILE-LINE
502706         WRITE WORK-FILE-LINE
502707         MOVE "o=""""" TO WORK-FILE-LINE
502708         WRITE WORK-FILE-LINE
502709         MOVE "for f in $P-2*.log; do" TO WORK-FILE-LINE
502710         WRITE WORK-FILE-LINE
502711         MOVE "  [ -f $f ] && [[ ${f:18:7} < $K ]] && o=""$o $f"""
502712             TO WORK-FILE-LINE
502713         WRITE WORK-FILE-LINE
502714         MOVE "done" TO WORK-FILE-LINE
502715         WRITE WORK-FILE-LINE
502716         MOVE "if [ -n ""$o"" ]; then" TO WORK-FILE-LINE
502717         WRITE WORK-FILE-LINE
502718         MOVE "  touch $X" TO WORK-FILE-LINE
502719         WRITE WORK-FILE-LINE
502720         MOVE "  awk -v CARRY=1 -f $H $X $o > $T &&"
502721             TO WORK-FILE-LINE
502722         WRITE WORK-FILE-LINE
502723         MOVE "    mv -f $T $X && rm -f $o &&" TO WORK-FILE-LINE
502724         WRITE WORK-FILE-LINE
502725         MOVE "    echo ""RETENTION: carried forward$o"""
502726             TO WORK-FILE-LINE
502727         WRITE WORK-FILE-LINE
502728         MOVE "fi" TO WORK-FILE-LINE
502729         WRITE WORK-FILE-LINE
502730         MOVE "o=""""; X=$P-errors-carry.led" TO WORK-FILE-LINE
502731         WRITE WORK-FILE-LINE
502732         MOVE "for f in $P-errors-2*.led; do" TO WORK-FILE-LINE
502733         WRITE WORK-FILE-LINE
502734         MOVE "  [ -f $f ] && [[ ${f:25:7} < $K ]] && o=""$o $f"""
502735             TO WORK-FILE-LINE
502736         WRITE WORK-FILE-LINE
502737         MOVE "done" TO WORK-FILE-LINE
502738         WRITE WORK-FILE-LINE
502739         MOVE "if [ -n ""$o"" ]; then" TO WORK-FILE-LINE
502740         WRITE WORK-FILE-LINE
502741         MOVE "  touch $X" TO WORK-FILE-LINE
502742         WRITE WORK-FILE-LINE
502743         MOVE "  awk -F'|' '{ k = $1 ""|"" $2" TO WORK-FILE-LINE
502744         WRITE WORK-FILE-LINE
502745         MOVE "    c[k] += (NF > 2 ? $3 : 1) }" TO WORK-FILE-LINE
502746         WRITE WORK-FILE-LINE
502747         MOVE "    END { for (k in c) print k ""|"" c[k] }' \"
502748             TO WORK-FILE-LINE
502749         WRITE WORK-FILE-LINE
502750         MOVE "    $X $o > $T && mv -f $T $X && rm -f $o &&"
502751             TO WORK-FILE-LINE
502752         WRITE WORK-FILE-LINE
502753         MOVE "    echo ""RETENTION: carried forward$o"""
502754             TO WORK-FILE-LINE
502755         WRITE WORK-FILE-LINE
502756         MOVE "fi" TO WORK-FILE-LINE
502757         WRITE WORK-FILE-LINE
502758         MOVE "find . -maxdepth 1 -name "".$P-run-*.out"" \"
502759             TO WORK-FILE-LINE
502760         WRITE WORK-FILE-LINE
502761         MOVE "  ! -newermt $K-01 | while read f; do"
502762             TO WORK-FILE-LINE
502763         WRITE WORK-FILE-LINE
502764         MOVE "  rm -f $f; echo ""RETENTION: swept ${f#./}"""
502765             TO WORK-FILE-LINE
502766         WRITE WORK-FILE-LINE
502767         MOVE "done" TO WORK-FILE-LINE
502768         WRITE WORK-FILE-LINE
502769         PERFORM 988-PUT-RETAIN-ARCHIVE-SWEEP
502784         MOVE "exit 0" TO WORK-FILE-LINE
502785         WRITE WORK-FILE-LINE
502788         CLOSE WORK-FILE
502789     END-IF.
502800 961-PUT-CARRY-RULE.
502801* A CARRY row stands for every row folded away by the retention
502802* policy: it seeds the counts, the last result and streak and
502803* any open outage, then the monthly and live rows carry on.
502804     MOVE "  ld = $1 "" "" $2" TO WORK-FILE-LINE.
502805     WRITE WORK-FILE-LINE.
502806     MOVE "  if ($3 == ""CARRY"") {" TO WORK-FILE-LINE.
502807     WRITE WORK-FILE-LINE.
502808     MOVE "    s = $4" TO WORK-FILE-LINE.
502809     WRITE WORK-FILE-LINE.
502810     MOVE "    for (i = 5; i <= NF; i++) {" TO WORK-FILE-LINE.
502811     WRITE WORK-FILE-LINE.
502812     MOVE "      split($i, kv, ""=""); cv[kv[1]] = kv[2]"
502813         TO WORK-FILE-LINE.
502814     WRITE WORK-FILE-LINE.
502815     MOVE "    }" TO WORK-FILE-LINE.
502816     WRITE WORK-FILE-LINE.
502817     MOVE "    att[s] += cv[""ATT""]; fl[s] += cv[""FAIL""]"
502818         TO WORK-FILE-LINE.
502819     WRITE WORK-FILE-LINE.
502820     MOVE "    ttg[s] += cv[""TTG""]; ngr[s] += cv[""NGR""]"
502821         TO WORK-FILE-LINE.
502822     WRITE WORK-FILE-LINE.
502823     MOVE "    lr[s] = cv[""LAST""]; st[s] = cv[""STREAK""]"
502824         TO WORK-FILE-LINE.
502825     WRITE WORK-FILE-LINE.
502826     MOVE "    down[s] = cv[""DOWN""]; next" TO WORK-FILE-LINE.
502827     WRITE WORK-FILE-LINE.
502828     MOVE "  }" TO WORK-FILE-LINE.
502829     WRITE WORK-FILE-LINE.
502830     MOVE "  if ($3 == ""BATCH"") next; s = $3" TO WORK-FILE-LINE.
502831     WRITE WORK-FILE-LINE.
502850 962-PUT-CARRY-END.
502851* With CARRY set the digest writes CARRY rows instead of the
502852* report, dated by the newest row it read.
502853     MOVE "END {" TO WORK-FILE-LINE.
502854     WRITE WORK-FILE-LINE.
502855     MOVE "  if (CARRY != """") {" TO WORK-FILE-LINE.
502856     WRITE WORK-FILE-LINE.
502857     MOVE "    for (s in att) {" TO WORK-FILE-LINE.
502858     WRITE WORK-FILE-LINE.
502859     MOVE "      printf ""%s CARRY %s ATT=%d FAIL=%d"", ld, s,"
502860         TO WORK-FILE-LINE.
502861     WRITE WORK-FILE-LINE.
502862     MOVE "        att[s], fl[s]" TO WORK-FILE-LINE.
502863     WRITE WORK-FILE-LINE.
502864     MOVE "      printf "" TTG=%d NGR=%d"", ttg[s], ngr[s]"
502865         TO WORK-FILE-LINE.
502866     WRITE WORK-FILE-LINE.
502867     MOVE "      printf "" LAST=%s STREAK=%d"", lr[s], st[s]"
502868         TO WORK-FILE-LINE.
502869     WRITE WORK-FILE-LINE.
502870     MOVE "      printf "" DOWN=%d\n"", down[s]"
502871         TO WORK-FILE-LINE.
502872     WRITE WORK-FILE-LINE.
502873     MOVE "    }" TO WORK-FILE-LINE.
502874     WRITE WORK-FILE-LINE.
502875     MOVE "    exit" TO WORK-FILE-LINE.
502876     WRITE WORK-FILE-LINE.
502877     MOVE "  }" TO WORK-FILE-LINE.
502878     WRITE WORK-FILE-LINE.
502890 963-MARK-RUN-START.
502891* Stamp the start of an interactive run and list the files
502892* already in the run directory, so a capture can later tell
502893* which data files the run wrote and which it only updated. A
502894* copy of each data file is kept as it stood before the run;
502895* an updated file's case needs that copy as its in/ fixture.
502896     MOVE 0 TO WS-CAPTURE-READY.
502897     MOVE WT-PATH(WS-ACTIVE-IDX) TO WS-CAPTURE-SRC.
502898     MOVE SPACES TO WS-CAPTURE-STAMP.
502899     STRING WS-WATCH-DIR DELIMITED BY SPACE
502900         "/.interactive-cobol-capture" DELIMITED BY SIZE
502901         INTO WS-CAPTURE-STAMP
502902     END-STRING.
502903     MOVE SPACES TO WS-CAPTURE-CMD.
502904     STRING "touch " DELIMITED BY SIZE
502905         WS-CAPTURE-STAMP DELIMITED BY SPACE
502906         ".stamp; find . -maxdepth 1 -type f | sort > "
502907         DELIMITED BY SIZE
502908         WS-CAPTURE-STAMP DELIMITED BY SPACE
502909         ".pre; rm -rf " DELIMITED BY SIZE
502910         WS-CAPTURE-STAMP DELIMITED BY SPACE
502911         ".old; mkdir " DELIMITED BY SIZE
502912         WS-CAPTURE-STAMP DELIMITED BY SPACE
502913         ".old && find . -maxdepth 1 -type f ! -name '.*'"
502914         " ! -name 'interactive-cobol*' ! -name '*.cob'"
502915         " ! -name '*.cbl' ! -name '*.cpy' -exec cp -p {} "
502916         DELIMITED BY SIZE
502917         WS-CAPTURE-STAMP DELIMITED BY SPACE
502918         ".old/ \;" DELIMITED BY SIZE
502919         INTO WS-CAPTURE-CMD
502920         ON OVERFLOW CONTINUE
502921     END-STRING.
502922     CALL "SYSTEM" USING WS-CAPTURE-CMD.
502925 964-NOTE-RUN-OUTPUTS.
502926* The data files this run wrote: anything newer than the start
502927* stamp, less sources, copybooks and this tool's own files. A
502928* run the watchdog killed is never offered for capture.
502929     MOVE SPACES TO WS-CAPTURE-CMD.
502930     STRING "find . -maxdepth 1 -type f -newer " DELIMITED BY SIZE
502931         WS-CAPTURE-STAMP DELIMITED BY SPACE
502932         ".stamp ! -name '.*' ! -name 'interactive-cobol*'"
502933         " ! -name '*.cob' ! -name '*.cbl' ! -name '*.cpy'"
502934         " | sort > " DELIMITED BY SIZE
502935         WS-CAPTURE-STAMP DELIMITED BY SPACE
502936         ".new" DELIMITED BY SIZE
502937         INTO WS-CAPTURE-CMD
502938         ON OVERFLOW CONTINUE
502939     END-STRING.
502940     CALL "SYSTEM" USING WS-CAPTURE-CMD.
502941     IF WS-RUN-TIMED-OUT = 0 THEN
502942         MOVE 1 TO WS-CAPTURE-READY
502943     END-IF.
502945 965-CAPTURE-TEST-CASE.
502946* Save the last interactive run as the next numbered case of
502947* the source's <base>.tests suite: its stdin (RUN-STDIN, or the
502948* keys recorded on the way in), transcript, return code, run
502949* arguments and every data file it wrote, as stdin, stdout,
502950* rc, args and out/. The case joins the suite on the next build.
502951     MOVE "CAPTURE REFUSED" TO WS-CAPTURE-RSP.
502952     IF WS-CAPTURE-READY = 0 THEN
502953         DISPLAY X"1B" & "[31;1;4mError: no finished run to "
502954             "capture since the last build" X"1B" & "[0m"
502955     ELSE
502956         IF WS-CAPTURE-SCRIPT-DONE = 0 THEN
502957             PERFORM 966-WRITE-CAPTURE-SCRIPT
502958             MOVE 1 TO WS-CAPTURE-SCRIPT-DONE
502959         END-IF
502960         MOVE SPACES TO WS-CAPTURE-CMD
502961         STRING "bash " DELIMITED BY SIZE
502962             WS-CAPTURE-SCRIPT DELIMITED BY SPACE
502963             " " DELIMITED BY SIZE
502964             WS-CAPTURE-SRC DELIMITED BY SPACE
502965             " " DELIMITED BY SIZE
502966             WS-RUN-OUT DELIMITED BY SPACE
502967             " " DELIMITED BY SIZE
502968             WS-RUN-RC-TEXT DELIMITED BY SPACE
502969             " '" DELIMITED BY SIZE
502970             WS-CAPTURE-STDIN DELIMITED BY SPACE
502971             "' '" DELIMITED BY SIZE
502972             FUNCTION TRIM(WS-RUN-ARGS) DELIMITED BY SIZE
502973             "' " DELIMITED BY SIZE
502974             WS-CAPTURE-STAMP DELIMITED BY SPACE
502975             INTO WS-CAPTURE-CMD
502976             ON OVERFLOW CONTINUE
502977         END-STRING
502978         CALL "SYSTEM" USING WS-CAPTURE-CMD
502979             RETURNING RETURN-CODE
502980         IF RETURN-CODE = ZERO THEN
502981             MOVE 0 TO WS-CAPTURE-READY
502982             MOVE "CAPTURED" TO WS-CAPTURE-RSP
502983             DISPLAY X"1B" & "[36;1mRUN CAPTURED AS A NEW TEST "
502984                 "CASE" X"1B" & "[0m"
502985         ELSE
502986             DISPLAY X"1B" & "[31;1;4mError: could not write "
502987                 "the new test case" X"1B" & "[0m"
502988         END-IF
502989     END-IF.
502990     MOVE 0 TO WAITING-MESSAGE-SHOWN.
503000 966-WRITE-CAPTURE-SCRIPT.
503001* Arguments: source, transcript, return code, stdin file,
503002* run arguments (may be empty), capture stamp prefix.
503003     MOVE SPACES TO WS-CAPTURE-SCRIPT.
503004     STRING WS-WATCH-DIR DELIMITED BY SPACE
503005         "/.interactive-cobol-capture.sh" DELIMITED BY SIZE
503006         INTO WS-CAPTURE-SCRIPT
503007     END-STRING.
503008     MOVE WS-CAPTURE-SCRIPT TO WS-WORK-FILE-NAME.
503009     OPEN OUTPUT WORK-FILE.
503010     IF WS-WORK-FILE-STATUS = "00" THEN
503011         MOVE "S=$1; O=$2; RC=$3; I=$4; A=$5; P=$6"
503012             TO WORK-FILE-LINE
503013         WRITE WORK-FILE-LINE
503014         PERFORM 991-PUT-CAPTURE-CHECKS
503023         MOVE "T=${S%.*}.tests" TO WORK-FILE-LINE
503024         WRITE WORK-FILE-LINE
503025         MOVE "n=$(ls -1 ""$T"" 2>/dev/null |" TO WORK-FILE-LINE
503026         WRITE WORK-FILE-LINE
503027         MOVE "  grep -E '^[0-9]+$' | sort -n | tail -1)"
503028             TO WORK-FILE-LINE
503029         WRITE WORK-FILE-LINE
503030         MOVE "C=$T/$(printf '%03d' $((10#${n:-0} + 1)))"
503031             TO WORK-FILE-LINE
503032         WRITE WORK-FILE-LINE
503033         MOVE "mkdir -p ""$C"" || exit 8" TO WORK-FILE-LINE
503034         WRITE WORK-FILE-LINE
503035         MOVE "cp -f ""$O"" ""$C/stdout"" || exit 8"
503036             TO WORK-FILE-LINE
503037         WRITE WORK-FILE-LINE
503038         MOVE "echo ""$RC"" > ""$C/rc""" TO WORK-FILE-LINE
503039         WRITE WORK-FILE-LINE
503040         MOVE "[ -n ""$A"" ] && echo ""$A"" > ""$C/args"""
503041             TO WORK-FILE-LINE
503042         WRITE WORK-FILE-LINE
503043         MOVE "cp -f ""$I"" ""$C/stdin"" || exit 8"
503044             TO WORK-FILE-LINE
503045         WRITE WORK-FILE-LINE
503046         MOVE "echo ""CASE $C""" TO WORK-FILE-LINE
503047         WRITE WORK-FILE-LINE
503048         PERFORM 992-PUT-CAPTURE-DATA-FILES
503065         MOVE "exit 0" TO WORK-FILE-LINE
503066         WRITE WORK-FILE-LINE
503067         CLOSE WORK-FILE
503068     END-IF.
503070 967-PUT-CASE-RUN-PREFIX.
503071* The run prefix, plus any arguments a captured case recorded;
503072* they go on the command line unquoted, as the watcher's own
503073* interactive run passes them. A relative path in the prefix
503074* is taken from the start directory (D), since by now the
503075* runner has moved into the watched directory.
503076     MOVE "P=; for w in $5; do" TO WORK-FILE-LINE.
503077     WRITE WORK-FILE-LINE.
503078     MOVE "  case $w in /*) ;; */*) w=$D/$w ;; esac; P=""$P $w"""
503079         TO WORK-FILE-LINE.
503080     WRITE WORK-FILE-LINE.
503081     MOVE "done" TO WORK-FILE-LINE.
503082     WRITE WORK-FILE-LINE.
503083     MOVE "R=""$P timeout -k 5 ${4:-0}""" TO WORK-FILE-LINE.
503084     WRITE WORK-FILE-LINE.
503085     MOVE "A=$(cat ""$C/args"" 2>/dev/null)" TO WORK-FILE-LINE.
503086     WRITE WORK-FILE-LINE.
503090 968-PUT-TRACE-RUN-PREFIX.
503091* Same for the coverage twin's run.
503092     MOVE "R=""timeout -k 5 ${4:-0}""" TO WORK-FILE-LINE.
503093     WRITE WORK-FILE-LINE.
503094     MOVE "A=$(cat ""$C/args"" 2>/dev/null)" TO WORK-FILE-LINE.
503095     WRITE WORK-FILE-LINE.
503100 969-NIGHTLY-RUN.
503101* Shop-wide nightly build: each MONITOR-DIRS target gets a batch
503102* pass of its own (this program run again as --batch on it)
503103* unless a live watcher holds its lock. Tonight's rows are set
503104* against last night's history in interactive-cobol-nightly.dat
503105* and the report lists newly broken, fixed and still-failing
503106* sources with their count of failing nights. The job ends 8
503107* when anything fails, 4 when a target was skipped or gave no
503108* result, else 0.
503109     IF FUNCTION TRIM(WS-MONITOR-DIRS) = SPACES THEN
503110         DISPLAY X"1B" & "[31;1;4mError: MONITOR-DIRS not set "
503111             "in .interactive-cobol.cfg" X"1B" & "[0m"
503112         MOVE 8 TO RETURN-CODE
503113         STOP RUN
503114     END-IF.
503115     MOVE 0 TO WS-MD-COUNT.
503116     UNSTRING FUNCTION TRIM(WS-MONITOR-DIRS) DELIMITED BY ":"
503117         INTO MD-ENTRY(1) MD-ENTRY(2) MD-ENTRY(3) MD-ENTRY(4)
503118              MD-ENTRY(5) MD-ENTRY(6) MD-ENTRY(7) MD-ENTRY(8)
503119         TALLYING IN WS-MD-COUNT
503120         ON OVERFLOW PERFORM 932-WARN-MONITOR-FULL
503121     END-UNSTRING.
503122     PERFORM 971-WRITE-NIGHTLY-SCRIPTS.
503123     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
503124     MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR.
503125     MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH.
503126     MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY.
503127     MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR.
503128     MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN.
503129     MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.
503130     MOVE WS-TEMP-MS    TO WS-FORMATTED-MS.
503131     MOVE WS-NIGHTLY-RES TO WS-WORK-FILE-NAME.
503132     OPEN OUTPUT WORK-FILE.
503133     CLOSE WORK-FILE.
503134     MOVE WS-NIGHTLY-RPT TO WS-WORK-FILE-NAME.
503135     OPEN OUTPUT WORK-FILE.
503136     MOVE SPACES TO WORK-FILE-LINE.
503137     STRING "NIGHTLY BUILD AT " DELIMITED BY SIZE
503138         WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
503139         INTO WORK-FILE-LINE
503140     END-STRING.
503141     WRITE WORK-FILE-LINE.
503142     CLOSE WORK-FILE.
503143     DISPLAY X"1B" & "[36;1mNIGHTLY BUILD: " WS-MD-COUNT
503144         " TARGETS" X"1B" & "[0m".
503145     MOVE 0 TO WS-NIGHTLY-SKIPS.
503146     PERFORM 970-NIGHTLY-ONE-TARGET
503147         VARYING WS-MD-I FROM 1 BY 1
503148         UNTIL WS-MD-I > WS-MD-COUNT.
503149     MOVE SPACES TO WS-NIGHTLY-CMD.
503150     STRING "bash " DELIMITED BY SIZE
503151         WS-NIGHTLY-SCRIPT DELIMITED BY SPACE
503152         " report " DELIMITED BY SIZE
503153         WS-NIGHTLY-RES DELIMITED BY SPACE
503154         " " DELIMITED BY SIZE
503155         WS-NIGHTLY-DAT DELIMITED BY SPACE
503156         " " DELIMITED BY SIZE
503157         WS-NIGHTLY-RPT DELIMITED BY SPACE
503158         " " DELIMITED BY SIZE
503159         WS-NIGHTLY-AWK DELIMITED BY SPACE
503160         INTO WS-NIGHTLY-CMD
503161         ON OVERFLOW CONTINUE
503162     END-STRING.
503163     CALL "SYSTEM" USING WS-NIGHTLY-CMD RETURNING RETURN-CODE.
503164     MOVE 0 TO WS-NIGHTLY-RC.
503165     IF RETURN-CODE NOT = ZERO THEN
503166         MOVE 8 TO WS-NIGHTLY-RC
503167     ELSE
503168         IF WS-NIGHTLY-SKIPS > 0 THEN
503169             MOVE 4 TO WS-NIGHTLY-RC
503170         END-IF
503171     END-IF.
503172     MOVE SPACES TO WS-GENERIC-CMD.
503173     STRING "cat " DELIMITED BY SIZE
503174         WS-NIGHTLY-RPT DELIMITED BY SPACE
503175         INTO WS-GENERIC-CMD
503176     END-STRING.
503177     CALL "SYSTEM" USING WS-GENERIC-CMD.
503178     DISPLAY "".
503179     DISPLAY X"1B" & "[36;1mNIGHTLY REPORT WRITTEN TO "
503180         FUNCTION TRIM(WS-NIGHTLY-RPT) X"1B" & "[0m".
503181     MOVE WS-NIGHTLY-RC TO RETURN-CODE.
503182     STOP RUN.
503190 970-NIGHTLY-ONE-TARGET.
503191* The target's own lock decides whether it is skipped; a run
503192* that leaves no BATCH row counts as a skip too.
503193     IF FUNCTION TRIM(MD-ENTRY(WS-MD-I)) NOT = SPACES THEN
503194         DISPLAY ""
503195         DISPLAY X"1B" & "[36;1m===== NIGHTLY TARGET "
503196             FUNCTION TRIM(MD-ENTRY(WS-MD-I))
503197             " =====" X"1B" & "[0m"
503198         MOVE SPACES TO WS-NIGHTLY-CMD
503199         STRING "bash " DELIMITED BY SIZE
503200             WS-NIGHTLY-SCRIPT DELIMITED BY SPACE
503201             " run " DELIMITED BY SIZE
503202             WS-NIGHTLY-RES DELIMITED BY SPACE
503203             " ""$(readlink -f /proc/$PPID/exe)"" "
503204             DELIMITED BY SIZE
503205             FUNCTION TRIM(MD-ENTRY(WS-MD-I)) DELIMITED BY SIZE
503206             " " DELIMITED BY SIZE
503207             WS-NIGHTLY-AWK DELIMITED BY SPACE
503208             INTO WS-NIGHTLY-CMD
503209             ON OVERFLOW CONTINUE
503210         END-STRING
503211         CALL "SYSTEM" USING WS-NIGHTLY-CMD
503212             RETURNING RETURN-CODE
503213         IF RETURN-CODE NOT = ZERO THEN
503214             ADD 1 TO WS-NIGHTLY-SKIPS
503215         END-IF
503216     END-IF.
503220 971-WRITE-NIGHTLY-SCRIPTS.
503221* The driver script ("run" one target, then "report") and the
503222* awk helper that pulls tonight's rows, compares them with the
503223* history and lays out the report sections.
503224     MOVE SPACES TO WS-NIGHTLY-SCRIPT.
503225     STRING WS-WATCH-DIR DELIMITED BY SPACE
503226         "/.interactive-cobol-nightly.sh" DELIMITED BY SIZE
503227         INTO WS-NIGHTLY-SCRIPT
503228     END-STRING.
503229     MOVE SPACES TO WS-NIGHTLY-AWK.
503230     STRING WS-WATCH-DIR DELIMITED BY SPACE
503231         "/.interactive-cobol-nightly.awk" DELIMITED BY SIZE
503232         INTO WS-NIGHTLY-AWK
503233     END-STRING.
503234     MOVE SPACES TO WS-NIGHTLY-RES.
503235     STRING WS-WATCH-DIR DELIMITED BY SPACE
503236         "/.interactive-cobol-nightly.res" DELIMITED BY SIZE
503237         INTO WS-NIGHTLY-RES
503238     END-STRING.
503239     MOVE SPACES TO WS-NIGHTLY-DAT.
503240     STRING WS-WATCH-DIR DELIMITED BY SPACE
503241         "/interactive-cobol-nightly.dat" DELIMITED BY SIZE
503242         INTO WS-NIGHTLY-DAT
503243     END-STRING.
503244     MOVE SPACES TO WS-NIGHTLY-RPT.
503245     STRING WS-WATCH-DIR DELIMITED BY SPACE
503246         "/interactive-cobol-nightly.rpt" DELIMITED BY SIZE
503247         INTO WS-NIGHTLY-RPT
503248     END-STRING.
503249     PERFORM 972-WRITE-NIGHTLY-DRIVER.
503250     PERFORM 973-WRITE-NIGHTLY-AWK.
503251 972-WRITE-NIGHTLY-DRIVER.
503252* Arguments: mode, results file, then for "run" this program
503253* and a target, for "report" the history and the report; the
503254* awk helper comes last in both.
503255     MOVE WS-NIGHTLY-SCRIPT TO WS-WORK-FILE-NAME.
503256     OPEN OUTPUT WORK-FILE.
503257     IF WS-WORK-FILE-STATUS = "00" THEN
503258         MOVE "M=$1; F=$2" TO WORK-FILE-LINE
503259         WRITE WORK-FILE-LINE
503260         MOVE "if [ ""$M"" = run ]; then" TO WORK-FILE-LINE
503261         WRITE WORK-FILE-LINE
503262         MOVE "  E=$3; t=$4; s=$(echo ""$t"" | tr / _)"
503263             TO WORK-FILE-LINE
503264         WRITE WORK-FILE-LINE
503265         MOVE "  L=/tmp/.interactive-cobol-$s.lock"
503266             TO WORK-FILE-LINE
503267         WRITE WORK-FILE-LINE
503268         MOVE "  if [ -f ""$L"" ] && read -r p < ""$L"" &&"
503269             TO WORK-FILE-LINE
503270         WRITE WORK-FILE-LINE
503271         MOVE "      kill -0 ""$p"" 2>/dev/null; then"
503272             TO WORK-FILE-LINE
503273         WRITE WORK-FILE-LINE
503274         MOVE "    echo ""$t|SKIPPED|live watcher $p"" >> ""$F"""
503275             TO WORK-FILE-LINE
503276         WRITE WORK-FILE-LINE
503277         MOVE "    echo ""SKIPPED: live watcher (pid $p)"""
503278             TO WORK-FILE-LINE
503279         WRITE WORK-FILE-LINE
503280         MOVE "    exit 4" TO WORK-FILE-LINE
503281         WRITE WORK-FILE-LINE
503282         MOVE "  fi" TO WORK-FILE-LINE
503283         WRITE WORK-FILE-LINE
503284         MOVE "  d=$t; [ -f ""$t"" ] && d=$(dirname ""$t"")"
503285             TO WORK-FILE-LINE
503286         WRITE WORK-FILE-LINE
503287         MOVE "  S=$(date '+%Y-%m-%d %H:%M:%S')" TO WORK-FILE-LINE
503288         WRITE WORK-FILE-LINE
503289         MOVE "  ""$E"" --batch ""$t"" < /dev/null"
503290             TO WORK-FILE-LINE
503291         WRITE WORK-FILE-LINE
503292         MOVE "  cat ""$d/interactive-cobol.log"" 2>/dev/null |"
503293             TO WORK-FILE-LINE
503294         WRITE WORK-FILE-LINE
503295         MOVE "    awk -v S=""$S"" -v T=""$t"" -v ROWS=1 \"
503296             TO WORK-FILE-LINE
503297         WRITE WORK-FILE-LINE
503298         MOVE "    -f ""$5"" >> ""$F"" || exit 4"
503299             TO WORK-FILE-LINE
503300         WRITE WORK-FILE-LINE
503301         MOVE "  exit 0" TO WORK-FILE-LINE
503302         WRITE WORK-FILE-LINE
503303         MOVE "fi" TO WORK-FILE-LINE
503304         WRITE WORK-FILE-LINE
503305         MOVE "D=$3; R=$4; touch ""$D""" TO WORK-FILE-LINE
503306         WRITE WORK-FILE-LINE
503307         MOVE "awk -F'|' -v N=""$D.new"" -f ""$5"" \"
503308             TO WORK-FILE-LINE
503309         WRITE WORK-FILE-LINE
503310         MOVE "  ""$D"" ""$F"" > ""$F.rows""" TO WORK-FILE-LINE
503311         WRITE WORK-FILE-LINE
503312         MOVE "rc=$?" TO WORK-FILE-LINE
503313         WRITE WORK-FILE-LINE
503314         MOVE "[ -f ""$D.new"" ] && mv -f ""$D.new"" ""$D"""
503315             TO WORK-FILE-LINE
503316         WRITE WORK-FILE-LINE
503317         MOVE "sort -t'|' -k1,1n -k2 ""$F.rows"" |"
503318             TO WORK-FILE-LINE
503319         WRITE WORK-FILE-LINE
503320         MOVE "  awk -F'|' -v LIST=1 -f ""$5"" >> ""$R"""
503321             TO WORK-FILE-LINE
503322         WRITE WORK-FILE-LINE
503323         MOVE "exit $rc" TO WORK-FILE-LINE
503324         WRITE WORK-FILE-LINE
503325         CLOSE WORK-FILE
503326     END-IF.
503330 973-WRITE-NIGHTLY-AWK.
503331* One helper, three uses: ROWS pulls tonight's BATCH rows from a
503332* target's log, the default pass compares results with history
503333* (rewriting it as <history>.new), LIST prints the sorted rows
503334* under their section headings.
503335     MOVE WS-NIGHTLY-AWK TO WS-WORK-FILE-NAME.
503336     OPEN OUTPUT WORK-FILE.
503337     IF WS-WORK-FILE-STATUS = "00" THEN
503340         MOVE "ROWS && $3 == ""BATCH"" {" TO WORK-FILE-LINE
503341         WRITE WORK-FILE-LINE
503342         MOVE "  if ($1 "" "" substr($2, 1, 8) < S) next"
503343             TO WORK-FILE-LINE
503344         WRITE WORK-FILE-LINE
503345         MOVE "  c = substr($5, 9); x = substr($6, 6)"
503346             TO WORK-FILE-LINE
503347         WRITE WORK-FILE-LINE
503348         MOVE "  r = ""PASS""; k = split(x, q, ""/"")"
503349             TO WORK-FILE-LINE
503350         WRITE WORK-FILE-LINE
503351         MOVE "  if (c != ""PASS"" || x == ""FAIL"") r = ""FAIL"""
503352             TO WORK-FILE-LINE
503353         WRITE WORK-FILE-LINE
503354         MOVE "  if (k == 2 && q[1] != q[2]) r = ""FAIL"""
503355             TO WORK-FILE-LINE
503356         WRITE WORK-FILE-LINE
503357         MOVE "  print T ""|"" $4 ""|"" r ""|"" $5 "" "" $6"
503358             TO WORK-FILE-LINE
503359         WRITE WORK-FILE-LINE
503360         MOVE "  n++; next" TO WORK-FILE-LINE
503361         WRITE WORK-FILE-LINE
503362         MOVE "}" TO WORK-FILE-LINE
503363         WRITE WORK-FILE-LINE
503364         MOVE "ROWS { next }" TO WORK-FILE-LINE
503365         WRITE WORK-FILE-LINE
503366         MOVE "LIST && $1 != p {" TO WORK-FILE-LINE
503367         WRITE WORK-FILE-LINE
503368         MOVE "  print """"; print h[$1]; p = $1"
503369             TO WORK-FILE-LINE
503370         WRITE WORK-FILE-LINE
503371         MOVE "}" TO WORK-FILE-LINE
503372         WRITE WORK-FILE-LINE
503373         MOVE "LIST { print ""  "" $2; next }" TO WORK-FILE-LINE
503374         WRITE WORK-FILE-LINE
503375         MOVE "FILENAME == ARGV[1] {" TO WORK-FILE-LINE
503376         WRITE WORK-FILE-LINE
503377         MOVE "  ps[$1] = $2; pn[$1] = $3; pt[$1] = $4"
503378             TO WORK-FILE-LINE
503379         WRITE WORK-FILE-LINE
503380         MOVE "  pl[$1] = $0; next" TO WORK-FILE-LINE
503381         WRITE WORK-FILE-LINE
503382         MOVE "}" TO WORK-FILE-LINE
503383         WRITE WORK-FILE-LINE
503384         MOVE "$2 == ""SKIPPED"" || $2 == ""NORESULT"" {"
503385             TO WORK-FILE-LINE
503386         WRITE WORK-FILE-LINE
503387         MOVE "  sk[$1] = 1" TO WORK-FILE-LINE
503388         WRITE WORK-FILE-LINE
503389         MOVE "  print ""1|"" $1 ""  "" $2 "" "" $3; next"
503390             TO WORK-FILE-LINE
503391         WRITE WORK-FILE-LINE
503392         MOVE "}" TO WORK-FILE-LINE
503393         WRITE WORK-FILE-LINE
503394         MOVE "{" TO WORK-FILE-LINE
503395         WRITE WORK-FILE-LINE
503396         MOVE "  s = $2; tg[s] = $1; st[s] = $3; dt[s] = $4"
503397             TO WORK-FILE-LINE
503398         WRITE WORK-FILE-LINE
503399         MOVE "  nb[$1]++; if ($3 == ""FAIL"") nf[$1]++"
503400             TO WORK-FILE-LINE
503401         WRITE WORK-FILE-LINE
503402         MOVE "}" TO WORK-FILE-LINE
503403         WRITE WORK-FILE-LINE
503404         MOVE "END {" TO WORK-FILE-LINE
503405         WRITE WORK-FILE-LINE
503406         MOVE "  if (ROWS) {" TO WORK-FILE-LINE
503407         WRITE WORK-FILE-LINE
503408         MOVE "    if (!n) print T ""|NORESULT|no batch rows"""
503409             TO WORK-FILE-LINE
503410         WRITE WORK-FILE-LINE
503411         MOVE "    exit !n" TO WORK-FILE-LINE
503412         WRITE WORK-FILE-LINE
503413         MOVE "  }" TO WORK-FILE-LINE
503414         WRITE WORK-FILE-LINE
503415         MOVE "  if (LIST) exit 0" TO WORK-FILE-LINE
503416         WRITE WORK-FILE-LINE
503417         MOVE "  for (t in nb)" TO WORK-FILE-LINE
503418         WRITE WORK-FILE-LINE
503419         MOVE "    printf ""1|%s  BUILT %d, FAILED %d\n"","
503420             TO WORK-FILE-LINE
503421         WRITE WORK-FILE-LINE
503422         MOVE "      t, nb[t], nf[t]" TO WORK-FILE-LINE
503423         WRITE WORK-FILE-LINE
503424         MOVE "  for (s in st) {" TO WORK-FILE-LINE
503425         WRITE WORK-FILE-LINE
503426         MOVE "    n = 0" TO WORK-FILE-LINE
503427         WRITE WORK-FILE-LINE
503428         MOVE "    if (st[s] == ""FAIL"") {" TO WORK-FILE-LINE
503429         WRITE WORK-FILE-LINE
503430         MOVE "      n = (ps[s] == ""FAIL"") ? pn[s] + 1 : 1"
503431             TO WORK-FILE-LINE
503432         WRITE WORK-FILE-LINE
503433         MOVE "      bad++" TO WORK-FILE-LINE
503434         WRITE WORK-FILE-LINE
503435         MOVE "      if (n == 1) nw++" TO WORK-FILE-LINE
503436         WRITE WORK-FILE-LINE
503437         MOVE "      if (n == 1) print ""2|"" s ""  "" dt[s]"
503438             TO WORK-FILE-LINE
503439         WRITE WORK-FILE-LINE
503440         MOVE "      else printf ""3|%s  NIGHTS=%d  %s\n"","
503441             TO WORK-FILE-LINE
503442         WRITE WORK-FILE-LINE
503443         MOVE "        s, n, dt[s]" TO WORK-FILE-LINE
503444         WRITE WORK-FILE-LINE
503445         MOVE "    } else if (ps[s] == ""FAIL"") {"
503446             TO WORK-FILE-LINE
503447         WRITE WORK-FILE-LINE
503448         MOVE "      printf ""4|%s  NIGHTS=%d\n"","
503449             TO WORK-FILE-LINE
503450         WRITE WORK-FILE-LINE
503451         MOVE "        s, pn[s]" TO WORK-FILE-LINE
503452         WRITE WORK-FILE-LINE
503453         MOVE "      fx++" TO WORK-FILE-LINE
503454         WRITE WORK-FILE-LINE
503455         MOVE "    }" TO WORK-FILE-LINE
503456         WRITE WORK-FILE-LINE
503457         MOVE "    print s ""|"" st[s] ""|"" n ""|"" tg[s] > N"
503458             TO WORK-FILE-LINE
503459         WRITE WORK-FILE-LINE
503460         MOVE "  }" TO WORK-FILE-LINE
503461         WRITE WORK-FILE-LINE
503462         MOVE "  for (s in ps) {" TO WORK-FILE-LINE
503463         WRITE WORK-FILE-LINE
503464         MOVE "    if ((s in st) || !(pt[s] in sk)) continue"
503465             TO WORK-FILE-LINE
503466         WRITE WORK-FILE-LINE
503467         MOVE "    print pl[s] > N" TO WORK-FILE-LINE
503468         WRITE WORK-FILE-LINE
503469         MOVE "    printf ""5|%s  LAST=%s  NIGHTS=%d\n"","
503470             TO WORK-FILE-LINE
503471         WRITE WORK-FILE-LINE
503472         MOVE "      s, ps[s], pn[s]" TO WORK-FILE-LINE
503473         WRITE WORK-FILE-LINE
503474         MOVE "  }" TO WORK-FILE-LINE
503475         WRITE WORK-FILE-LINE
503476         MOVE "  printf ""9|%d SOURCES, %d FAILING, "","
503477             TO WORK-FILE-LINE
503478         WRITE WORK-FILE-LINE
503479         MOVE "    length(st), bad" TO WORK-FILE-LINE
503480         WRITE WORK-FILE-LINE
503481         MOVE "  printf ""%d NEWLY BROKEN, %d FIXED\n"", nw, fx"
503482             TO WORK-FILE-LINE
503483         WRITE WORK-FILE-LINE
503484         MOVE "  exit (bad > 0)" TO WORK-FILE-LINE
503485         WRITE WORK-FILE-LINE
503486         MOVE "}" TO WORK-FILE-LINE
503487         WRITE WORK-FILE-LINE
503488         MOVE "BEGIN {" TO WORK-FILE-LINE
503489         WRITE WORK-FILE-LINE
503490         MOVE "  h[1] = ""TARGETS:""; h[2] = ""NEWLY BROKEN:"""
503491             TO WORK-FILE-LINE
503492         WRITE WORK-FILE-LINE
503493         MOVE "  h[3] = ""STILL FAILING:""; h[4] = ""FIXED:"""
503494             TO WORK-FILE-LINE
503495         WRITE WORK-FILE-LINE
503496         MOVE "  h[5] = ""NOT BUILT TONIGHT:""" TO WORK-FILE-LINE
503497         WRITE WORK-FILE-LINE
503498         MOVE "  h[9] = ""TONIGHT:""" TO WORK-FILE-LINE
503499         WRITE WORK-FILE-LINE
503500         MOVE "}" TO WORK-FILE-LINE
503501         WRITE WORK-FILE-LINE
503502         CLOSE WORK-FILE
503503     END-IF.
503510 974-WRITE-DATAFLOW-REPORT.
503511* Data-file inventory over every program source in the table:
503512* each SELECT's ASSIGN target, the FD's record names and the
503513* modes the file is OPENed in (SORT and MERGE count USING as
503514* INPUT and GIVING as OUTPUT). Per data file it names the
503515* programs that create it (OUTPUT), update it (I-O, EXTEND)
503516* and only read it (INPUT), then lists the programs so that
503517* each comes after every program writing a file it reads.
503518* Files are matched across programs by ASSIGN target. The
503519* gather is the cross-reference's, widened to type 3 sources,
503520* since a CALLed subprogram often owns the file I/O.
503521     IF WS-DF-SCRIPT-DONE = 0 THEN
503522         PERFORM 977-WRITE-DATAFLOW-SCRIPT
503523         MOVE 1 TO WS-DF-SCRIPT-DONE
503524     END-IF.
503525     MOVE WS-ACTIVE-IDX TO WS-XREF-SAVE-IDX.
503526     MOVE 1 TO WS-XREF-MODE.
503527     MOVE 0 TO WS-XP-COUNT.
503528     MOVE SPACES TO XS-PROGID-TABLE.
503529     PERFORM 975-GATHER-DATAFLOW-SOURCE
503530         VARYING WS-XREF-SRC FROM 1 BY 1
503531         UNTIL WS-XREF-SRC > WS-FILE-COUNT.
503532     MOVE 0 TO WS-XREF-MODE.
503533     MOVE WS-XREF-SAVE-IDX TO WS-ACTIVE-IDX.
503534     MOVE SPACES TO WS-DF-RPT.
503535     STRING WS-WATCH-DIR DELIMITED BY SPACE
503536         "/interactive-cobol-dataflow.rpt" DELIMITED BY SIZE
503537         INTO WS-DF-RPT
503538     END-STRING.
503539     MOVE SPACES TO WS-DF-LIST.
503540     STRING WS-WATCH-DIR DELIMITED BY SPACE
503541         "/.interactive-cobol-dflist" DELIMITED BY SIZE
503542         INTO WS-DF-LIST
503543     END-STRING.
503544     MOVE SPACES TO WS-DF-ROWS.
503545     STRING WS-WATCH-DIR DELIMITED BY SPACE
503546         "/.interactive-cobol-dfrows" DELIMITED BY SIZE
503547         INTO WS-DF-ROWS
503548     END-STRING.
503549     MOVE FUNCTION CURRENT-DATE TO WS-TEMP-DATE-TIME.
503550     MOVE WS-TEMP-YEAR  TO WS-FORMATTED-YEAR.
503551     MOVE WS-TEMP-MONTH TO WS-FORMATTED-MONTH.
503552     MOVE WS-TEMP-DAY   TO WS-FORMATTED-DAY.
503553     MOVE WS-TEMP-HOUR  TO WS-FORMATTED-HOUR.
503554     MOVE WS-TEMP-MIN   TO WS-FORMATTED-MIN.
503555     MOVE WS-TEMP-SEC   TO WS-FORMATTED-SEC.
503556     MOVE WS-TEMP-MS    TO WS-FORMATTED-MS.
503557     MOVE WS-DF-ROWS TO WS-WORK-FILE-NAME.
503558     OPEN OUTPUT WORK-FILE.
503559     IF WS-WORK-FILE-STATUS = "00" THEN
503560         CLOSE WORK-FILE
503561     END-IF.
503562     MOVE WS-DF-RPT TO WS-WORK-FILE-NAME.
503563     OPEN OUTPUT WORK-FILE.
503564     IF WS-WORK-FILE-STATUS NOT = "00" THEN
503565         DISPLAY X"1B" & "[31;1;4mError: cannot write "
503566             WS-DF-RPT(1:50) X"1B" & "[0m"
503567     ELSE
503568         MOVE SPACES TO WORK-FILE-LINE
503569         STRING "DATA-FILE USAGE OF WATCHED SOURCES AT "
503570             DELIMITED BY SIZE
503571             WS-FORMATTED-DATE-TIME DELIMITED BY SIZE
503572             INTO WORK-FILE-LINE
503573         END-STRING
503574         WRITE WORK-FILE-LINE
503575         CLOSE WORK-FILE
503576         PERFORM 976-DATAFLOW-ONE-SOURCE
503577             VARYING WS-XREF-SRC FROM 1 BY 1
503578             UNTIL WS-XREF-SRC > WS-FILE-COUNT
503579         MOVE SPACES TO WS-DF-CMD
503580         STRING "awk -v M=RPT -f " DELIMITED BY SIZE
503581             WS-DF-SCRIPT DELIMITED BY SPACE
503582             " " DELIMITED BY SIZE
503583             WS-DF-ROWS DELIMITED BY SPACE
503584             " >> " DELIMITED BY SIZE
503585             WS-DF-RPT DELIMITED BY SPACE
503586             " 2>/dev/null" DELIMITED BY SIZE
503587             INTO WS-DF-CMD
503588             ON OVERFLOW CONTINUE
503589         END-STRING
503590         CALL "SYSTEM" USING WS-DF-CMD
503591         DISPLAY X"1B" & "[36;1mDATA-FILE REPORT WRITTEN TO "
503592             FUNCTION TRIM(WS-DF-RPT) X"1B" & "[0m"
503593     END-IF.
503594     MOVE 0 TO WAITING-MESSAGE-SHOWN.
503600 975-GATHER-DATAFLOW-SOURCE.
503601     IF WT-TYPE(WS-XREF-SRC) = 1 OR WT-TYPE(WS-XREF-SRC) = 3
503602             THEN
503603         MOVE WS-XREF-SRC TO WS-ACTIVE-IDX
503604         PERFORM 754-FETCH-PROGRAM-ID
503605         PERFORM 150-SCAN-COPYBOOKS
503606     END-IF.
503610 976-DATAFLOW-ONE-SOURCE.
503611* The source's resolved copybooks go to the list file, so the
503612* script can follow a COPY inside an FD to the record names;
503613* one row per SELECT is appended to the rows file.
503614     IF WT-TYPE(WS-XREF-SRC) = 1 OR WT-TYPE(WS-XREF-SRC) = 3
503615             THEN
503616         MOVE WS-DF-LIST TO WS-WORK-FILE-NAME
503617         OPEN OUTPUT WORK-FILE
503618         IF WS-WORK-FILE-STATUS = "00" THEN
503619             PERFORM 936-PUT-DEADCODE-COPY
503620                 VARYING WS-XP-I FROM 1 BY 1
503621                 UNTIL WS-XP-I > WS-XP-COUNT
503622             CLOSE WORK-FILE
503623         END-IF
503624         MOVE SPACES TO WS-DF-CMD
503625         STRING "awk -v S=" DELIMITED BY SIZE
503626             WT-PATH(WS-XREF-SRC) DELIMITED BY SPACE
503627             " -v P=" DELIMITED BY SIZE
503628             XS-PROGID(WS-XREF-SRC) DELIMITED BY SPACE
503629             " -f " DELIMITED BY SIZE
503630             WS-DF-SCRIPT DELIMITED BY SPACE
503631             " " DELIMITED BY SIZE
503632             WS-DF-LIST DELIMITED BY SPACE
503633             " >> " DELIMITED BY SIZE
503634             WS-DF-ROWS DELIMITED BY SPACE
503635             " 2>/dev/null" DELIMITED BY SIZE
503636             INTO WS-DF-CMD
503637             ON OVERFLOW CONTINUE
503638         END-STRING
503639         CALL "SYSTEM" USING WS-DF-CMD
503640     END-IF.
503650 977-WRITE-DATAFLOW-SCRIPT.
503651* One awk program in two modes. The scan (default) reads the
503652* copybook list, then walks the source itself, fixed format
503653* (columns 8-72, comment lines skipped), expanding each COPY
503654* in place - from the list, or else a .cpy beside the file
503655* that COPYs it - and follows SELECT, FD/SD and OPEN, SORT
503656* and MERGE as a token stream. Its rows are
503657* PROGRAM|SOURCE|SELECT|ASSIGN|RECORDS|OPEN MODES; M=RPT
503658* reads them back and writes the three report sections.
503659     MOVE SPACES TO WS-DF-SCRIPT.
503660     STRING WS-WATCH-DIR DELIMITED BY SPACE
503661         "/.interactive-cobol-dataflow.awk" DELIMITED BY SIZE
503662         INTO WS-DF-SCRIPT
503663     END-STRING.
503664     MOVE WS-DF-SCRIPT TO WS-WORK-FILE-NAME.
503665     OPEN OUTPUT WORK-FILE.
503666     IF WS-WORK-FILE-STATUS = "00" THEN
503700         MOVE "BEGIN { if (M == ""RPT"") FS = ""|"" }"
503701             TO WORK-FILE-LINE
503702         WRITE WORK-FILE-LINE
503703         MOVE "function norm(s, c) {" TO WORK-FILE-LINE
503704         WRITE WORK-FILE-LINE
503705         MOVE "  c = substr(s, 7, 1)" TO WORK-FILE-LINE
503706         WRITE WORK-FILE-LINE
503707         MOVE "  if (c == ""*"" || c == ""/"") return """""
503708             TO WORK-FILE-LINE
503709         WRITE WORK-FILE-LINE
503710         MOVE "  return substr(s, 8, 65)" TO WORK-FILE-LINE
503711         WRITE WORK-FILE-LINE
503712         MOVE "}" TO WORK-FILE-LINE
503713         WRITE WORK-FILE-LINE
503714         MOVE "function lit(t) {" TO WORK-FILE-LINE
503715         WRITE WORK-FILE-LINE
503716         MOVE "  if (t ~ /^\001/) return L[substr(t, 2)]"
503717             TO WORK-FILE-LINE
503718         WRITE WORK-FILE-LINE
503719         MOVE "  return t" TO WORK-FILE-LINE
503720         WRITE WORK-FILE-LINE
503721         MOVE "}" TO WORK-FILE-LINE
503722         WRITE WORK-FILE-LINE
503723         MOVE "function find(m, d, p, x) {" TO WORK-FILE-LINE
503724         WRITE WORK-FILE-LINE
503725         MOVE "  m = toupper(m); sub(/\.(CPY|CBL)$/, """", m)"
503726             TO WORK-FILE-LINE
503727         WRITE WORK-FILE-LINE
503728         MOVE "  if (m in CB) return CB[m]" TO WORK-FILE-LINE
503729         WRITE WORK-FILE-LINE
503730         MOVE "  p = d ""/"" tolower(m)" TO WORK-FILE-LINE
503731         WRITE WORK-FILE-LINE
503732         MOVE "  if ((getline x < (p "".cpy"")) >= 0) {"
503733             TO WORK-FILE-LINE
503734         WRITE WORK-FILE-LINE
503735         MOVE "    close(p "".cpy""); return p "".cpy"" }"
503736             TO WORK-FILE-LINE
503737         WRITE WORK-FILE-LINE
503738         MOVE "  return """"" TO WORK-FILE-LINE
503739         WRITE WORK-FILE-LINE
503740         MOVE "}" TO WORK-FILE-LINE
503741         WRITE WORK-FILE-LINE
503742         MOVE "function scan(f, x, n, i, w) {" TO WORK-FILE-LINE
503743         WRITE WORK-FILE-LINE
503744         MOVE "  if (f in busy) return" TO WORK-FILE-LINE
503745         WRITE WORK-FILE-LINE
503746         MOVE "  busy[f] = 1" TO WORK-FILE-LINE
503747         WRITE WORK-FILE-LINE
503748         MOVE "  while ((getline x < f) > 0) {" TO WORK-FILE-LINE
503749         WRITE WORK-FILE-LINE
503750         MOVE "    x = norm(x)" TO WORK-FILE-LINE
503751         WRITE WORK-FILE-LINE
503752         MOVE "    while (match(x, /""[^""]*""|'[^']*'/)) {"
503753             TO WORK-FILE-LINE
503754         WRITE WORK-FILE-LINE
503755         MOVE "      L[++nl] = substr(x, RSTART + 1, RLENGTH - 2)"
503756             TO WORK-FILE-LINE
503757         WRITE WORK-FILE-LINE
503758         MOVE "      x = substr(x, 1, RSTART - 1) "" \001"" nl \"
503759             TO WORK-FILE-LINE
503760         WRITE WORK-FILE-LINE
503761         MOVE "        "" "" substr(x, RSTART + RLENGTH)"
503762             TO WORK-FILE-LINE
503763         WRITE WORK-FILE-LINE
503764         MOVE "    }" TO WORK-FILE-LINE
503765         WRITE WORK-FILE-LINE
503766         MOVE "    x = toupper(x); gsub(/[,;]/, "" "", x)"
503767             TO WORK-FILE-LINE
503768         WRITE WORK-FILE-LINE
503769         MOVE "    gsub(/\. /, "" . "", x)" TO WORK-FILE-LINE
503770         WRITE WORK-FILE-LINE
503771         MOVE "    sub(/\.$/, "" ."", x)" TO WORK-FILE-LINE
503772         WRITE WORK-FILE-LINE
503773         MOVE "    n = split(x, w, "" "")" TO WORK-FILE-LINE
503774         WRITE WORK-FILE-LINE
503775         MOVE "    for (i = 1; i <= n; i++) tok(w[i], f)"
503776             TO WORK-FILE-LINE
503777         WRITE WORK-FILE-LINE
503778         MOVE "  }" TO WORK-FILE-LINE
503779         WRITE WORK-FILE-LINE
503780         MOVE "  close(f)" TO WORK-FILE-LINE
503781         WRITE WORK-FILE-LINE
503782         MOVE "  delete busy[f]" TO WORK-FILE-LINE
503783         WRITE WORK-FILE-LINE
503784         MOVE "}" TO WORK-FILE-LINE
503785         WRITE WORK-FILE-LINE
503786         MOVE "function tok(t, f, p, d) {" TO WORK-FILE-LINE
503787         WRITE WORK-FILE-LINE
503788         MOVE "  if (cp == 1) {" TO WORK-FILE-LINE
503789         WRITE WORK-FILE-LINE
503790         MOVE "    cp = 0; d = f; sub(/\/[^\/]*$/, """", d)"
503791             TO WORK-FILE-LINE
503792         WRITE WORK-FILE-LINE
503793         MOVE "    p = find(lit(t), d)" TO WORK-FILE-LINE
503794         WRITE WORK-FILE-LINE
503795         MOVE "    if (p != """") scan(p)" TO WORK-FILE-LINE
503796         WRITE WORK-FILE-LINE
503797         MOVE "    cp = 2; return" TO WORK-FILE-LINE
503798         WRITE WORK-FILE-LINE
503799         MOVE "  }" TO WORK-FILE-LINE
503800         WRITE WORK-FILE-LINE
503801         MOVE "  if (cp == 2) { if (t == ""."") cp = 0; return }"
503802             TO WORK-FILE-LINE
503803         WRITE WORK-FILE-LINE
503804         MOVE "  if (t == ""COPY"") { cp = 1; return }"
503805             TO WORK-FILE-LINE
503806         WRITE WORK-FILE-LINE
503807         MOVE "  if (st == ""SEL"") {" TO WORK-FILE-LINE
503808         WRITE WORK-FILE-LINE
503809         MOVE "    if (t == ""."") { st = """"; return }"
503810             TO WORK-FILE-LINE
503811         WRITE WORK-FILE-LINE
503812         MOVE "    if (sn == """") {" TO WORK-FILE-LINE
503813         WRITE WORK-FILE-LINE
503814         MOVE "      if (t != ""OPTIONAL"") {" TO WORK-FILE-LINE
503815         WRITE WORK-FILE-LINE
503816         MOVE "        sn = t; K[sn] = t; ko[++nk] = sn }"
503817             TO WORK-FILE-LINE
503818         WRITE WORK-FILE-LINE
503819         MOVE "      return }" TO WORK-FILE-LINE
503820         WRITE WORK-FILE-LINE
503821         MOVE "    if (t == ""ASSIGN"") { ag = 1; return }"
503822             TO WORK-FILE-LINE
503823         WRITE WORK-FILE-LINE
503824         MOVE "    if (ag && t !~ /^(TO|USING|EXTERNAL)$/ &&"
503825             TO WORK-FILE-LINE
503826         WRITE WORK-FILE-LINE
503827         MOVE "        t != ""DYNAMIC"") {" TO WORK-FILE-LINE
503828         WRITE WORK-FILE-LINE
503829         MOVE "      K[sn] = lit(t); ag = 0 }" TO WORK-FILE-LINE
503830         WRITE WORK-FILE-LINE
503831         MOVE "    return" TO WORK-FILE-LINE
503832         WRITE WORK-FILE-LINE
503833         MOVE "  }" TO WORK-FILE-LINE
503834         WRITE WORK-FILE-LINE
503835         MOVE "  if (st == ""FD"") {" TO WORK-FILE-LINE
503836         WRITE WORK-FILE-LINE
503837         MOVE "    if (fn == """") {" TO WORK-FILE-LINE
503838         WRITE WORK-FILE-LINE
503839         MOVE "      fn = t; if (sdf) SD[fn] = 1"
503840             TO WORK-FILE-LINE
503841         WRITE WORK-FILE-LINE
503842         MOVE "      return }" TO WORK-FILE-LINE
503843         WRITE WORK-FILE-LINE
503844         MOVE "    if (t == ""."") { dt = 1; return }"
503845             TO WORK-FILE-LINE
503846         WRITE WORK-FILE-LINE
503847         MOVE "    if (dt && t ~ /^0?1$/) {" TO WORK-FILE-LINE
503848         WRITE WORK-FILE-LINE
503849         MOVE "      wr = 1; dt = 0; return }" TO WORK-FILE-LINE
503850         WRITE WORK-FILE-LINE
503851         MOVE "    dt = 0" TO WORK-FILE-LINE
503852         WRITE WORK-FILE-LINE
503853         MOVE "    if (wr) {" TO WORK-FILE-LINE
503854         WRITE WORK-FILE-LINE
503855         MOVE "      if (t != ""FILLER"") R[fn] = R[fn] "" "" t"
503856             TO WORK-FILE-LINE
503857         WRITE WORK-FILE-LINE
503858         MOVE "      wr = 0; return }" TO WORK-FILE-LINE
503859         WRITE WORK-FILE-LINE
503860         MOVE "  }" TO WORK-FILE-LINE
503861         WRITE WORK-FILE-LINE
503862         MOVE "  if (st == ""OPEN"") {" TO WORK-FILE-LINE
503863         WRITE WORK-FILE-LINE
503864         MOVE "    if (t ~ /^(INPUT|OUTPUT|I-O|EXTEND)$/) {"
503865             TO WORK-FILE-LINE
503866         WRITE WORK-FILE-LINE
503867         MOVE "      om = t; return }" TO WORK-FILE-LINE
503868         WRITE WORK-FILE-LINE
503869         MOVE "    if (om != """" && (t in K)) {"
503870             TO WORK-FILE-LINE
503871         WRITE WORK-FILE-LINE
503872         MOVE "      use(t, om); return }" TO WORK-FILE-LINE
503873         WRITE WORK-FILE-LINE
503874         MOVE "    if (t ~ /^(WITH|NO|REWIND|LOCK)$/) return"
503875             TO WORK-FILE-LINE
503876         WRITE WORK-FILE-LINE
503877         MOVE "    st = """"" TO WORK-FILE-LINE
503878         WRITE WORK-FILE-LINE
503879         MOVE "  }" TO WORK-FILE-LINE
503880         WRITE WORK-FILE-LINE
503881         MOVE "  if (st == ""SORT"") {" TO WORK-FILE-LINE
503882         WRITE WORK-FILE-LINE
503883         MOVE "    if (t == ""USING"") { sm = ""INPUT""; return }"
503884             TO WORK-FILE-LINE
503885         WRITE WORK-FILE-LINE
503886         MOVE "    if (t == ""GIVING"") {" TO WORK-FILE-LINE
503887         WRITE WORK-FILE-LINE
503888         MOVE "      sm = ""OUTPUT""; return }" TO WORK-FILE-LINE
503889         WRITE WORK-FILE-LINE
503890         MOVE "    if (sm == """") {" TO WORK-FILE-LINE
503891         WRITE WORK-FILE-LINE
503892         MOVE "      if (t == ""."") st = """"" TO WORK-FILE-LINE
503893         WRITE WORK-FILE-LINE
503894         MOVE "      return }" TO WORK-FILE-LINE
503895         WRITE WORK-FILE-LINE
503896         MOVE "    if (t in K) { use(t, sm); return }"
503897             TO WORK-FILE-LINE
503898         WRITE WORK-FILE-LINE
503899         MOVE "    st = """"" TO WORK-FILE-LINE
503900         WRITE WORK-FILE-LINE
503901         MOVE "  }" TO WORK-FILE-LINE
503902         WRITE WORK-FILE-LINE
503903         MOVE "  if (t == ""SELECT"") {" TO WORK-FILE-LINE
503904         WRITE WORK-FILE-LINE
503905         MOVE "    st = ""SEL""; sn = """"; ag = 0 }"
503906             TO WORK-FILE-LINE
503907         WRITE WORK-FILE-LINE
503908         MOVE "  else if (t == ""FD"" || t == ""SD"") {"
503909             TO WORK-FILE-LINE
503910         WRITE WORK-FILE-LINE
503911         MOVE "    st = ""FD""; fn = """"; dt = 0; wr = 0"
503912             TO WORK-FILE-LINE
503913         WRITE WORK-FILE-LINE
503914         MOVE "    sdf = (t == ""SD"")" TO WORK-FILE-LINE
503915         WRITE WORK-FILE-LINE
503916         MOVE "  }" TO WORK-FILE-LINE
503917         WRITE WORK-FILE-LINE
503918         MOVE "  if (t ~ /^(WORKING-STORAGE|LINKAGE|PROCEDURE)$/)"
503919             TO WORK-FILE-LINE
503920         WRITE WORK-FILE-LINE
503921         MOVE "    st = """"" TO WORK-FILE-LINE
503922         WRITE WORK-FILE-LINE
503923         MOVE "  else if (t == ""OPEN"") {" TO WORK-FILE-LINE
503924         WRITE WORK-FILE-LINE
503925         MOVE "    st = ""OPEN""; om = """" }" TO WORK-FILE-LINE
503926         WRITE WORK-FILE-LINE
503927         MOVE "  else if (t == ""SORT"" || t == ""MERGE"") {"
503928             TO WORK-FILE-LINE
503929         WRITE WORK-FILE-LINE
503930         MOVE "    st = ""SORT""; sm = """" }" TO WORK-FILE-LINE
503931         WRITE WORK-FILE-LINE
503932         MOVE "}" TO WORK-FILE-LINE
503933         WRITE WORK-FILE-LINE
503934         MOVE "function use(s, m) {" TO WORK-FILE-LINE
503935         WRITE WORK-FILE-LINE
503936         MOVE "  if (index("" "" U[s] "" "", "" "" m "" "") == 0)"
503937             TO WORK-FILE-LINE
503938         WRITE WORK-FILE-LINE
503939         MOVE "    U[s] = U[s] (U[s] == """" ? """" : "" "") m"
503940             TO WORK-FILE-LINE
503941         WRITE WORK-FILE-LINE
503942         MOVE "}" TO WORK-FILE-LINE
503943         WRITE WORK-FILE-LINE
503944         MOVE "M != ""RPT"" {" TO WORK-FILE-LINE
503945         WRITE WORK-FILE-LINE
503946         MOVE "  m = $0; sub(/.*\//, """", m)" TO WORK-FILE-LINE
503947         WRITE WORK-FILE-LINE
503948         MOVE "  sub(/\.[^.]*$/, """", m); CB[toupper(m)] = $0"
503949             TO WORK-FILE-LINE
503950         WRITE WORK-FILE-LINE
503951         MOVE "  next" TO WORK-FILE-LINE
503952         WRITE WORK-FILE-LINE
503953         MOVE "}" TO WORK-FILE-LINE
503954         WRITE WORK-FILE-LINE
503955         MOVE "{ row(); next }" TO WORK-FILE-LINE
503956         WRITE WORK-FILE-LINE
503957         MOVE "END {" TO WORK-FILE-LINE
503958         WRITE WORK-FILE-LINE
503959         MOVE "  if (M == ""RPT"") { report(); exit }"
503960             TO WORK-FILE-LINE
503961         WRITE WORK-FILE-LINE
503962         MOVE "  scan(S)" TO WORK-FILE-LINE
503963         WRITE WORK-FILE-LINE
503964         MOVE "  for (i = 1; i <= nk; i++) {" TO WORK-FILE-LINE
503965         WRITE WORK-FILE-LINE
503966         MOVE "    s = ko[i]; if (s in SD) continue"
503967             TO WORK-FILE-LINE
503968         WRITE WORK-FILE-LINE
503969         MOVE "    r = R[s]; sub(/^ /, """", r)" TO WORK-FILE-LINE
503970         WRITE WORK-FILE-LINE
503971         MOVE "    print P ""|"" S ""|"" s ""|"" K[s] ""|"" r \"
503972             TO WORK-FILE-LINE
503973         WRITE WORK-FILE-LINE
503974         MOVE "      ""|"" U[s]" TO WORK-FILE-LINE
503975         WRITE WORK-FILE-LINE
503976         MOVE "  }" TO WORK-FILE-LINE
503977         WRITE WORK-FILE-LINE
503978         MOVE "}" TO WORK-FILE-LINE
503979         WRITE WORK-FILE-LINE
503980         MOVE "function role(m) {" TO WORK-FILE-LINE
503981         WRITE WORK-FILE-LINE
503982         MOVE "  if (index(m, ""OUTPUT"")) return ""C"""
503983             TO WORK-FILE-LINE
503984         WRITE WORK-FILE-LINE
503985         MOVE "  if (m ~ /I-O|EXTEND/) return ""U"""
503986             TO WORK-FILE-LINE
503987         WRITE WORK-FILE-LINE
503988         MOVE "  if (index(m, ""INPUT"")) return ""R"""
503989             TO WORK-FILE-LINE
503990         WRITE WORK-FILE-LINE
503991         MOVE "  return """"" TO WORK-FILE-LINE
503992         WRITE WORK-FILE-LINE
503993         MOVE "}" TO WORK-FILE-LINE
503994         WRITE WORK-FILE-LINE
503995         MOVE "function row(p, k, i, j, r) {" TO WORK-FILE-LINE
503996         WRITE WORK-FILE-LINE
503997         MOVE "  p = $1 "" ("" $2 "")""" TO WORK-FILE-LINE
503998         WRITE WORK-FILE-LINE
503999         MOVE "  if (!(p in pi)) { pi[p] = ++np; pn[np] = p }"
504000             TO WORK-FILE-LINE
504001         WRITE WORK-FILE-LINE
504002         MOVE "  k = $4" TO WORK-FILE-LINE
504003         WRITE WORK-FILE-LINE
504004         MOVE "  if (!(k in fi)) { fi[k] = ++nf; fk[nf] = k }"
504005             TO WORK-FILE-LINE
504006         WRITE WORK-FILE-LINE
504007         MOVE "  i = pi[p]; j = fi[k]" TO WORK-FILE-LINE
504008         WRITE WORK-FILE-LINE
504009         MOVE "  pl[i] = pl[i] ""\n  SELECT "" $3 ""  ASSIGN "" k"
504010             TO WORK-FILE-LINE
504011         WRITE WORK-FILE-LINE
504012         MOVE "  pl[i] = pl[i] ""\n    RECORDS  "" \"
504013             TO WORK-FILE-LINE
504014         WRITE WORK-FILE-LINE
504015         MOVE "    ($5 == """" ? ""(none)"" : $5)"
504016             TO WORK-FILE-LINE
504017         WRITE WORK-FILE-LINE
504018         MOVE "  pl[i] = pl[i] ""\n    OPEN     "" \"
504019             TO WORK-FILE-LINE
504020         WRITE WORK-FILE-LINE
504021         MOVE "    ($6 == """" ? ""(never opened)"" : $6)"
504022             TO WORK-FILE-LINE
504023         WRITE WORK-FILE-LINE
504024         MOVE "  r = role($6)" TO WORK-FILE-LINE
504025         WRITE WORK-FILE-LINE
504026         MOVE "  if (r == """") return" TO WORK-FILE-LINE
504027         WRITE WORK-FILE-LINE
504028         MOVE "  hr[i] = 1" TO WORK-FILE-LINE
504029         WRITE WORK-FILE-LINE
504030         MOVE "  if (!((i, j) in RL)) RL[i, j] = r"
504031             TO WORK-FILE-LINE
504032         WRITE WORK-FILE-LINE
504033         MOVE "  if (index(""CUR"", r) < \" TO WORK-FILE-LINE
504034         WRITE WORK-FILE-LINE
504035         MOVE "      index(""CUR"", RL[i, j])) RL[i, j] = r"
504036             TO WORK-FILE-LINE
504037         WRITE WORK-FILE-LINE
504038         MOVE "}" TO WORK-FILE-LINE
504039         WRITE WORK-FILE-LINE
504040         MOVE "function who(j, c, h, e, i, n) {" TO WORK-FILE-LINE
504041         WRITE WORK-FILE-LINE
504042         MOVE "  for (i = 1; i <= np; i++)" TO WORK-FILE-LINE
504043         WRITE WORK-FILE-LINE
504044         MOVE "    if (((i, j) in RL) && RL[i, j] == c) {"
504045             TO WORK-FILE-LINE
504046         WRITE WORK-FILE-LINE
504047         MOVE "      print h pn[i]; n++" TO WORK-FILE-LINE
504048         WRITE WORK-FILE-LINE
504049         MOVE "      h = ""              "" }" TO WORK-FILE-LINE
504050         WRITE WORK-FILE-LINE
504051         MOVE "  if (!n) print h e" TO WORK-FILE-LINE
504052         WRITE WORK-FILE-LINE
504053         MOVE "  return n" TO WORK-FILE-LINE
504054         WRITE WORK-FILE-LINE
504055         MOVE "}" TO WORK-FILE-LINE
504056         WRITE WORK-FILE-LINE
504057         MOVE "function edge(a, b) {" TO WORK-FILE-LINE
504058         WRITE WORK-FILE-LINE
504059         MOVE "  if (a == b || ((a, b) in ED)) return"
504060             TO WORK-FILE-LINE
504061         WRITE WORK-FILE-LINE
504062         MOVE "  ED[a, b] = 1; IN[b]++" TO WORK-FILE-LINE
504063         WRITE WORK-FILE-LINE
504064         MOVE "  af[b] = af[b] \" TO WORK-FILE-LINE
504065         WRITE WORK-FILE-LINE
504066         MOVE "    (af[b] == """" ? ""  after "" : "", "") \"
504067             TO WORK-FILE-LINE
504068         WRITE WORK-FILE-LINE
504069         MOVE "    substr(pn[a], 1, index(pn[a], "" ("") - 1)"
504070             TO WORK-FILE-LINE
504071         WRITE WORK-FILE-LINE
504072         MOVE "}" TO WORK-FILE-LINE
504073         WRITE WORK-FILE-LINE
504074         MOVE "function report(i, j, a, g, q) {" TO WORK-FILE-LINE
504075         WRITE WORK-FILE-LINE
504076         MOVE "  if (np == 0) {" TO WORK-FILE-LINE
504077         WRITE WORK-FILE-LINE
504078         MOVE "    print """"" TO WORK-FILE-LINE
504079         WRITE WORK-FILE-LINE
504080         MOVE "    print ""  (no SELECT clauses in the"" \"
504081             TO WORK-FILE-LINE
504082         WRITE WORK-FILE-LINE
504083         MOVE "      "" watched sources)""" TO WORK-FILE-LINE
504084         WRITE WORK-FILE-LINE
504085         MOVE "    return }" TO WORK-FILE-LINE
504086         WRITE WORK-FILE-LINE
504087         MOVE "  print """"" TO WORK-FILE-LINE
504088         WRITE WORK-FILE-LINE
504089         MOVE "  print ""FILES DECLARED, BY PROGRAM:"""
504090             TO WORK-FILE-LINE
504091         WRITE WORK-FILE-LINE
504092         MOVE "  for (i = 1; i <= np; i++) {" TO WORK-FILE-LINE
504093         WRITE WORK-FILE-LINE
504094         MOVE "    print """"; print ""PROGRAM "" pn[i] pl[i] }"
504095             TO WORK-FILE-LINE
504096         WRITE WORK-FILE-LINE
504097         MOVE "  print """"" TO WORK-FILE-LINE
504098         WRITE WORK-FILE-LINE
504099         MOVE "  print ""PRODUCERS AND CONSUMERS, BY DATA FILE:"""
504100             TO WORK-FILE-LINE
504101         WRITE WORK-FILE-LINE
504102         MOVE "  for (j = 1; j <= nf; j++) {" TO WORK-FILE-LINE
504103         WRITE WORK-FILE-LINE
504104         MOVE "    print """"; print ""DATA FILE "" fk[j]"
504105             TO WORK-FILE-LINE
504106         WRITE WORK-FILE-LINE
504107         MOVE "    who(j, ""C"", ""  CREATED BY  "","
504108             TO WORK-FILE-LINE
504109         WRITE WORK-FILE-LINE
504110         MOVE "      ""(no watched program - outside input)"")"
504111             TO WORK-FILE-LINE
504112         WRITE WORK-FILE-LINE
504113         MOVE "    who(j, ""U"", ""  UPDATED BY  "", ""(none)"")"
504114             TO WORK-FILE-LINE
504115         WRITE WORK-FILE-LINE
504116         MOVE "    who(j, ""R"", ""  READ BY     "", ""(none)"")"
504117             TO WORK-FILE-LINE
504118         WRITE WORK-FILE-LINE
504119         MOVE "    for (a = 1; a <= np; a++)" TO WORK-FILE-LINE
504120         WRITE WORK-FILE-LINE
504121         MOVE "      for (i = 1; i <= np; i++) {"
504122             TO WORK-FILE-LINE
504123         WRITE WORK-FILE-LINE
504124         MOVE "        if (RL[a, j] == ""C"" &&" TO WORK-FILE-LINE
504125         WRITE WORK-FILE-LINE
504126         MOVE "            RL[i, j] ~ /[UR]/)" TO WORK-FILE-LINE
504127         WRITE WORK-FILE-LINE
504128         MOVE "          edge(a, i)" TO WORK-FILE-LINE
504129         WRITE WORK-FILE-LINE
504130         MOVE "        if (RL[a, j] == ""U"" &&" TO WORK-FILE-LINE
504131         WRITE WORK-FILE-LINE
504132         MOVE "            RL[i, j] == ""R"")" TO WORK-FILE-LINE
504133         WRITE WORK-FILE-LINE
504134         MOVE "          edge(a, i) }" TO WORK-FILE-LINE
504135         WRITE WORK-FILE-LINE
504136         MOVE "  }" TO WORK-FILE-LINE
504137         WRITE WORK-FILE-LINE
504138         MOVE "  print """"" TO WORK-FILE-LINE
504139         WRITE WORK-FILE-LINE
504140         MOVE "  print ""RUN ORDER (WRITERS AHEAD OF READERS):"""
504141             TO WORK-FILE-LINE
504142         WRITE WORK-FILE-LINE
504143         MOVE "  for (;;) {" TO WORK-FILE-LINE
504144         WRITE WORK-FILE-LINE
504145         MOVE "    g = 0" TO WORK-FILE-LINE
504146         WRITE WORK-FILE-LINE
504147         MOVE "    for (i = 1; i <= np && !g; i++)"
504148             TO WORK-FILE-LINE
504149         WRITE WORK-FILE-LINE
504150         MOVE "      if (hr[i] && !dn[i] && !IN[i]) g = i"
504151             TO WORK-FILE-LINE
504152         WRITE WORK-FILE-LINE
504153         MOVE "    if (!g) break" TO WORK-FILE-LINE
504154         WRITE WORK-FILE-LINE
504155         MOVE "    dn[g] = 1" TO WORK-FILE-LINE
504156         WRITE WORK-FILE-LINE
504157         MOVE "    printf ""  %3d  %s%s\n"", ++q, pn[g], af[g]"
504158             TO WORK-FILE-LINE
504159         WRITE WORK-FILE-LINE
504160         MOVE "    for (i = 1; i <= np; i++)" TO WORK-FILE-LINE
504161         WRITE WORK-FILE-LINE
504162         MOVE "      if ((g, i) in ED) IN[i]--" TO WORK-FILE-LINE
504163         WRITE WORK-FILE-LINE
504164         MOVE "  }" TO WORK-FILE-LINE
504165         WRITE WORK-FILE-LINE
504166         MOVE "  for (i = 1; i <= np; i++)" TO WORK-FILE-LINE
504167         WRITE WORK-FILE-LINE
504168         MOVE "    if (hr[i] && !dn[i]) {" TO WORK-FILE-LINE
504169         WRITE WORK-FILE-LINE
504170         MOVE "      if (!cy++)" TO WORK-FILE-LINE
504171         WRITE WORK-FILE-LINE
504172         MOVE "        print ""  NOT ORDERED"" \"
504173             TO WORK-FILE-LINE
504174         WRITE WORK-FILE-LINE
504175         MOVE "          "" (A CYCLE OF FILES):"""
504176             TO WORK-FILE-LINE
504177         WRITE WORK-FILE-LINE
504178         MOVE "      print ""       "" pn[i] af[i] }"
504179             TO WORK-FILE-LINE
504180         WRITE WORK-FILE-LINE
504181         MOVE "}" TO WORK-FILE-LINE
504182         WRITE WORK-FILE-LINE
504190         CLOSE WORK-FILE
504191     END-IF.
504200 978-POST-COPYBOOK-NOTICE.
504201* Several watchers can share one COPYBOOK-DIRS library. When
504202* a changed copybook lives there, every other watcher named
504203* in MONITOR-DIRS whose lock holds a live pid gets one line,
504204* stamp|copybook|this watch dir, appended to the notice file
504205* beside its lock. Nothing is posted while either list is
504206* unset or for a copybook local to this directory.
504207     IF FUNCTION TRIM(WS-MONITOR-DIRS) NOT = SPACES AND
504208             FUNCTION TRIM(WS-COPYBOOK-DIRS) NOT = SPACES THEN
504209         IF WS-NOTICE-SCRIPT-DONE = 0 THEN
504210             PERFORM 987-WRITE-NOTICE-SCRIPT
504211             MOVE 1 TO WS-NOTICE-SCRIPT-DONE
504212         END-IF
504213         MOVE SPACES TO WS-NOTICE-CMD
504214         STRING "bash " DELIMITED BY SIZE
504215             WS-NOTICE-SCRIPT DELIMITED BY SPACE
504216             " " DELIMITED BY SIZE
504217             WT-PATH(WS-CHANGED-IDX) DELIMITED BY SPACE
504218             " " DELIMITED BY SIZE
504219             FUNCTION TRIM(WS-MONITOR-DIRS) DELIMITED BY SIZE
504220             " " DELIMITED BY SIZE
504221             FUNCTION TRIM(WS-COPYBOOK-DIRS) DELIMITED BY SIZE
504222             " " DELIMITED BY SIZE
504223             WS-SANITIZED-PATH DELIMITED BY SPACE
504224             " " DELIMITED BY SIZE
504225             WS-WATCH-DIR DELIMITED BY SPACE
504226             INTO WS-NOTICE-CMD
504227             ON OVERFLOW CONTINUE
504228         END-STRING
504229         CALL "SYSTEM" USING WS-NOTICE-CMD
504230     END-IF.
504240 979-CHECK-COPYBOOK-NOTICE.
504241* Notices other watchers left for this one. The file is moved
504242* aside before it is read, so a notice posted meanwhile starts
504243* a fresh file for the next pass instead of being lost. The
504244* same copybook posted twice is taken once, at its latest.
504245     CALL "CBL_CHECK_FILE_EXIST" USING WS-NOTICE-FILE
504246         NEW-FILE-INFO.
504247     IF RETURN-CODE = ZERO THEN
504248         MOVE SPACES TO WS-NOTICE-WORK
504249         STRING WS-NOTICE-FILE DELIMITED BY SPACE
504250             ".work" DELIMITED BY SIZE
504251             INTO WS-NOTICE-WORK
504252         END-STRING
504253         MOVE SPACES TO WS-NOTICE-CMD
504254         STRING "mv -f " DELIMITED BY SIZE
504255             WS-NOTICE-FILE DELIMITED BY SPACE
504256             " " DELIMITED BY SIZE
504257             WS-NOTICE-WORK DELIMITED BY SPACE
504258             INTO WS-NOTICE-CMD
504259         END-STRING
504260         CALL "SYSTEM" USING WS-NOTICE-CMD
504261         MOVE 0 TO WS-NOTICE-COUNT
504262         MOVE WS-NOTICE-WORK TO WS-WORK-FILE-NAME
504263         OPEN INPUT WORK-FILE
504264         IF WS-WORK-FILE-STATUS = "00" THEN
504265             PERFORM 980-READ-NOTICE-LINE
504266                 UNTIL WS-WORK-FILE-STATUS NOT = "00"
504267             CLOSE WORK-FILE
504268         END-IF
504269         MOVE SPACES TO WS-NOTICE-CMD
504270         STRING "rm -f " DELIMITED BY SIZE
504271             WS-NOTICE-WORK DELIMITED BY SPACE
504272             INTO WS-NOTICE-CMD
504273         END-STRING
504274         CALL "SYSTEM" USING WS-NOTICE-CMD
504275         IF WS-NOTICE-COUNT > 0 THEN
504277             PERFORM 983-TAKE-ONE-NOTICE
504278                 VARYING WS-NOTICE-I FROM 1 BY 1
504279                 UNTIL WS-NOTICE-I > WS-NOTICE-COUNT
504280             MOVE 0 TO WAITING-MESSAGE-SHOWN
504281         END-IF
504282     END-IF.
504290 980-READ-NOTICE-LINE.
504291     READ WORK-FILE
504292         AT END MOVE "10" TO WS-WORK-FILE-STATUS
504293         NOT AT END PERFORM 981-FILE-NOTICE-LINE
504294     END-READ.
504300 981-FILE-NOTICE-LINE.
504301     MOVE SPACES TO WS-NOTICE-STAMP.
504302     MOVE SPACES TO WS-NOTICE-PATH.
504303     MOVE SPACES TO WS-NOTICE-FROM.
504304     UNSTRING WORK-FILE-LINE DELIMITED BY "|"
504305         INTO WS-NOTICE-STAMP WS-NOTICE-PATH WS-NOTICE-FROM
504306     END-UNSTRING.
504307     IF WS-NOTICE-PATH NOT = SPACES THEN
504308         MOVE 0 TO WS-NOTICE-AT
504309         PERFORM 982-CHECK-NOTICE-DUP
504310             VARYING WS-NOTICE-J FROM 1 BY 1
504311             UNTIL WS-NOTICE-J > WS-NOTICE-COUNT
504312         IF WS-NOTICE-AT = 0 AND WS-NOTICE-COUNT < 10 THEN
504313             ADD 1 TO WS-NOTICE-COUNT
504314             MOVE WS-NOTICE-COUNT TO WS-NOTICE-AT
504315         END-IF
504316         IF WS-NOTICE-AT NOT = 0 THEN
504317             MOVE WS-NOTICE-STAMP TO NT-STAMP(WS-NOTICE-AT)
504318             MOVE WS-NOTICE-PATH TO NT-PATH(WS-NOTICE-AT)
504319             MOVE WS-NOTICE-FROM TO NT-FROM(WS-NOTICE-AT)
504320         END-IF
504321     END-IF.
504330 982-CHECK-NOTICE-DUP.
504331     IF NT-PATH(WS-NOTICE-J) = WS-NOTICE-PATH THEN
504332         MOVE WS-NOTICE-J TO WS-NOTICE-AT
504333     END-IF.
504340 983-TAKE-ONE-NOTICE.
504341* Show which sources here COPY the member - matched by member
504342* name, since a source may resolve it from somewhere else -
504343* and offer to rebuild them the way 870 rebuilds the users of
504344* a local copybook. When this watcher tracks the very same
504345* file and is not paused, its own poll has already picked the
504346* change up, so the notice is shown but no second rebuild is
504347* offered.
504348     DISPLAY "".
504349     DISPLAY X"1B" & "[36;1mSHARED COPYBOOK CHANGED: "
504350         FUNCTION TRIM(NT-PATH(WS-NOTICE-I)) X"1B" & "[0m".
504351     DISPLAY "  seen by the watcher on "
504352         FUNCTION TRIM(NT-FROM(WS-NOTICE-I)) " at "
504353         NT-STAMP(WS-NOTICE-I).
504354     MOVE NT-PATH(WS-NOTICE-I) TO WS-NOTICE-NAME-IN.
504355     PERFORM 986-NOTICE-MEMBER-NAME.
504356     MOVE WS-NOTICE-NAME TO WS-NOTICE-MEMBER.
504357     MOVE WS-ACTIVE-IDX TO WS-XREF-SAVE-IDX.
504358     MOVE 1 TO WS-XREF-MODE.
504359     MOVE 0 TO WS-XP-COUNT.
504360     PERFORM 752-GATHER-XREF-SOURCE
504361         VARYING WS-XREF-SRC FROM 1 BY 1
504362         UNTIL WS-XREF-SRC > WS-FILE-COUNT.
504363     MOVE 0 TO WS-XREF-MODE.
504364     MOVE WS-XREF-SAVE-IDX TO WS-ACTIVE-IDX.
504365     MOVE 0 TO WS-RB-COUNT.
504366     PERFORM 984-MATCH-NOTICE-USER
504367         VARYING WS-XP-I FROM 1 BY 1
504368         UNTIL WS-XP-I > WS-XP-COUNT.
504369     MOVE 0 TO WS-NOTICE-TRACKED.
504370     PERFORM 985-CHECK-NOTICE-TRACKED
504371         VARYING WT-IDX FROM 1 BY 1
504372         UNTIL WT-IDX > WS-FILE-COUNT.
504373     IF WS-RB-COUNT = 0 THEN
504374         DISPLAY "  No source watched here COPYs "
504375             FUNCTION TRIM(WS-NOTICE-MEMBER) "."
504376     ELSE
504377         IF WS-NOTICE-TRACKED = 1 AND WS-PAUSED = 0 THEN
504378             DISPLAY "  This watcher tracks the same copybook "
504379                 "and rebuilds its users on its own poll."
504380         ELSE
504381             DISPLAY "Rebuild them here now? (Y/N): "
504382             MOVE SPACE TO WS-NOTICE-ANS
504383             ACCEPT WS-NOTICE-ANS
504384             IF WS-NOTICE-ANS = "Y" OR WS-NOTICE-ANS = "y" THEN
504385                 MOVE 1 TO WS-RB-ACTIVE
504386                 PERFORM 872-REBUILD-ONE-USER
504387                     VARYING WS-RB-I FROM 1 BY 1
504388                     UNTIL WS-RB-I > WS-RB-COUNT
504389                 MOVE 0 TO WS-RB-ACTIVE
504390                 PERFORM 873-SHOW-REBUILD-ROLLUP
504391             END-IF
504392         END-IF
504393     END-IF.
504400 984-MATCH-NOTICE-USER.
504401     MOVE XP-COPY(WS-XP-I) TO WS-NOTICE-NAME-IN.
504402     PERFORM 986-NOTICE-MEMBER-NAME.
504403     IF WS-NOTICE-NAME = WS-NOTICE-MEMBER THEN
504404         IF XP-COPY(WS-XP-I) = NT-PATH(WS-NOTICE-I) THEN
504405             DISPLAY "  COPYed by "
504406                 FUNCTION TRIM(WT-PATH(XP-SRC(WS-XP-I)))
504407         ELSE
504408             DISPLAY "  COPYed by "
504409                 FUNCTION TRIM(WT-PATH(XP-SRC(WS-XP-I)))
504410                 " (resolves to "
504411                 FUNCTION TRIM(XP-COPY(WS-XP-I)) ")"
504412         END-IF
504413         MOVE XP-SRC(WS-XP-I) TO WS-RB-TGT
504414         IF WT-OWNER(WS-RB-TGT) NOT = 0 THEN
504415             MOVE WT-OWNER(WS-RB-TGT) TO WS-RB-TGT
504416         END-IF
504417         MOVE 0 TO WS-RB-DUP
504418         PERFORM 874-CHECK-REBUILD-DUP
504419             VARYING WS-RB-J FROM 1 BY 1
504420             UNTIL WS-RB-J > WS-RB-COUNT
504421         IF WS-RB-DUP = 0 AND WS-RB-COUNT < 200 THEN
504422             ADD 1 TO WS-RB-COUNT
504423             MOVE WS-RB-TGT TO RB-TGT-IDX(WS-RB-COUNT)
504424             MOVE SPACES TO RB-RESULT(WS-RB-COUNT)
504425         END-IF
504426     END-IF.
504430 985-CHECK-NOTICE-TRACKED.
504431     IF WT-TYPE(WT-IDX) = 2 AND
504432             WT-PATH(WT-IDX) = NT-PATH(WS-NOTICE-I) THEN
504433         MOVE 1 TO WS-NOTICE-TRACKED
504434     END-IF.
504440 986-NOTICE-MEMBER-NAME.
504441* Member name of a copybook path: the last path component up
504442* to its first dot, upper-cased, so CUSTREC, custrec.cpy and
504443* /lib/CUSTREC.cbl all name the same member.
504444     MOVE 0 TO WS-NOTICE-LEN.
504445     INSPECT FUNCTION REVERSE(FUNCTION TRIM(WS-NOTICE-NAME-IN))
504446         TALLYING WS-NOTICE-LEN
504447         FOR CHARACTERS BEFORE INITIAL "/".
504448     COMPUTE WS-NOTICE-POS =
504449         FUNCTION LENGTH(FUNCTION TRIM(WS-NOTICE-NAME-IN))
504450         - WS-NOTICE-LEN + 1.
504451     MOVE SPACES TO WS-NOTICE-NAME.
504452     IF WS-NOTICE-LEN > 0 THEN
504453         UNSTRING WS-NOTICE-NAME-IN(WS-NOTICE-POS:WS-NOTICE-LEN)
504454             DELIMITED BY "."
504455             INTO WS-NOTICE-NAME
504456         END-UNSTRING
504457     END-IF.
504458     MOVE FUNCTION UPPER-CASE(WS-NOTICE-NAME) TO WS-NOTICE-NAME.
504500 987-WRITE-NOTICE-SCRIPT.
504501* Arguments: the changed copybook, MONITOR-DIRS, COPYBOOK-DIRS,
504502* this watcher's lock key and its watch dir. A target's lock
504503* and notice file are keyed the way its own watcher keys them.
504504     MOVE SPACES TO WS-NOTICE-SCRIPT.
504505     STRING WS-WATCH-DIR DELIMITED BY SPACE
504506         "/.interactive-cobol-notice.sh" DELIMITED BY SIZE
504507         INTO WS-NOTICE-SCRIPT
504508     END-STRING.
504509     MOVE WS-NOTICE-SCRIPT TO WS-WORK-FILE-NAME.
504510     OPEN OUTPUT WORK-FILE.
504511     IF WS-WORK-FILE-STATUS = "00" THEN
504600         MOVE "C=$1; M=$2; D=$3; K=$4; W=$5" TO WORK-FILE-LINE
504601         WRITE WORK-FILE-LINE
504602         MOVE "R=$(readlink -f ""$C""); hit=0" TO WORK-FILE-LINE
504603         WRITE WORK-FILE-LINE
504604         MOVE "for d in $(echo ""$D"" | tr : ' '); do"
504605             TO WORK-FILE-LINE
504606         WRITE WORK-FILE-LINE
504607         MOVE "  d=$(readlink -f ""$d"") || continue"
504608             TO WORK-FILE-LINE
504609         WRITE WORK-FILE-LINE
504610         MOVE "  case ""$R"" in ""$d""/*) hit=1 ;; esac"
504611             TO WORK-FILE-LINE
504612         WRITE WORK-FILE-LINE
504613         MOVE "done" TO WORK-FILE-LINE
504614         WRITE WORK-FILE-LINE
504615         MOVE "[ $hit = 1 ] || exit 0" TO WORK-FILE-LINE
504616         WRITE WORK-FILE-LINE
504617         MOVE "S=$(date '+%Y-%m-%d %H:%M:%S')" TO WORK-FILE-LINE
504618         WRITE WORK-FILE-LINE
504619         MOVE "P=/tmp/.interactive-cobol" TO WORK-FILE-LINE
504620         WRITE WORK-FILE-LINE
504621         MOVE "for t in $(echo ""$M"" | tr : ' '); do"
504622             TO WORK-FILE-LINE
504623         WRITE WORK-FILE-LINE
504624         MOVE "  s=$(echo ""$t"" | tr / _)" TO WORK-FILE-LINE
504625         WRITE WORK-FILE-LINE
504626         MOVE "  [ ""$s"" = ""$K"" ] && continue"
504627             TO WORK-FILE-LINE
504628         WRITE WORK-FILE-LINE
504629         MOVE "  L=$P-$s.lock" TO WORK-FILE-LINE
504630         WRITE WORK-FILE-LINE
504631         MOVE "  [ -f ""$L"" ] && read -r p < ""$L"" &&"
504632             TO WORK-FILE-LINE
504633         WRITE WORK-FILE-LINE
504634         MOVE "    kill -0 ""$p"" 2>/dev/null || continue"
504635             TO WORK-FILE-LINE
504636         WRITE WORK-FILE-LINE
504637         MOVE "  echo ""$S|$C|$W"" >> ""$P-$s.notice"""
504638             TO WORK-FILE-LINE
504639         WRITE WORK-FILE-LINE
504640         MOVE "  echo ""Notice posted to the watcher on $t"" \"
504641             TO WORK-FILE-LINE
504642         WRITE WORK-FILE-LINE
504643         MOVE "    ""(pid $p).""" TO WORK-FILE-LINE
504644         WRITE WORK-FILE-LINE
504645         MOVE "done" TO WORK-FILE-LINE
504646         WRITE WORK-FILE-LINE
504647         MOVE "exit 0" TO WORK-FILE-LINE
504648         WRITE WORK-FILE-LINE
504690         CLOSE WORK-FILE
504691     END-IF.
504700 988-PUT-RETAIN-ARCHIVE-SWEEP.
504701* Archive sweep lines of the retention script. RELEASE-DIR is
504702* taken relative to the directory the watcher started in, as
504703* 700 and the promotion take it, not to the watched directory
504704* the script has moved into. With RELEASE-DIR set but its
504705* manifest unreadable, nothing in the archive is swept, so a
504706* promoted build is never mistaken for an unprotected one.
504710     MOVE "case $R in """"|/*) ;; *) R=$O/$R ;; esac"
504711         TO WORK-FILE-LINE.
504712     WRITE WORK-FILE-LINE.
504713     MOVE "M=; [ -n ""$R"" ] && M=$R/RELEASE-MANIFEST"
504714         TO WORK-FILE-LINE.
504715     WRITE WORK-FILE-LINE.
504716     MOVE "if [ -n ""$M"" ] && [ ! -r ""$M"" ]; then"
504717         TO WORK-FILE-LINE.
504718     WRITE WORK-FILE-LINE.
504719     MOVE "  echo ""RETENTION: $M unreadable;"" \"
504720         TO WORK-FILE-LINE.
504721     WRITE WORK-FILE-LINE.
504722     MOVE "    ""archived builds not swept""" TO WORK-FILE-LINE.
504723     WRITE WORK-FILE-LINE.
504724     MOVE "else" TO WORK-FILE-LINE.
504725     WRITE WORK-FILE-LINE.
504726     MOVE "  find .$P-archive -type f \" TO WORK-FILE-LINE.
504727     WRITE WORK-FILE-LINE.
504728     MOVE "    ! -newermt $K-01 2>/dev/null |" TO WORK-FILE-LINE.
504729     WRITE WORK-FILE-LINE.
504730     MOVE "  while read f; do" TO WORK-FILE-LINE.
504731     WRITE WORK-FILE-LINE.
504732     MOVE "    grep -qs "" ${f##*/} "" ""$M"" && continue"
504733         TO WORK-FILE-LINE.
504734     WRITE WORK-FILE-LINE.
504735     MOVE "    rm -f $f; echo ""RETENTION: swept ${f#./}"""
504736         TO WORK-FILE-LINE.
504737     WRITE WORK-FILE-LINE.
504738     MOVE "  done" TO WORK-FILE-LINE.
504739     WRITE WORK-FILE-LINE.
504740     MOVE "fi" TO WORK-FILE-LINE.
504741     WRITE WORK-FILE-LINE.
504800 989-RECORD-KEYBOARD-INPUT.
504801* With no RUN-STDIN the program reads the keyboard. The keys
504802* pass through tee on their way in, so a capture can replay
504803* them as the case's stdin; tee is stopped the moment the
504804* program ends, so it never holds on to the next line typed.
504805     IF WS-RUN-STDIN NOT = SPACES THEN
504806         MOVE WS-RUN-STDIN TO WS-CAPTURE-STDIN
504807     ELSE
504808         MOVE SPACES TO WS-CAPTURE-STDIN
504809         STRING WS-CAPTURE-STAMP DELIMITED BY SPACE
504810             ".stdin" DELIMITED BY SIZE
504811             INTO WS-CAPTURE-STDIN
504812         END-STRING
504813         MOVE SPACES TO WS-CAPTURE-CMD
504814         STRING "{ exec 3< <(tee " DELIMITED BY SIZE
504815             WS-CAPTURE-STDIN DELIMITED BY SPACE
504816             " 2>/dev/null); p=\$!; " DELIMITED BY SIZE
504817             FUNCTION TRIM(WS-GENERIC-CMD) DELIMITED BY SIZE
504818             " <&3; r=\$?; exec 3<&-; kill \$p 2>/dev/null;"
504819             DELIMITED BY SIZE
504820             " exit \$r; }" DELIMITED BY SIZE
504821             INTO WS-CAPTURE-CMD
504822             ON OVERFLOW PERFORM 996-DROP-INPUT-RECORD
504823         END-STRING
504824         MOVE WS-CAPTURE-CMD TO WS-GENERIC-CMD
504825     END-IF.
504900 990-PUT-CASE-FILE-KEEP.
504901* Shared by the case runner and its traced twin; K names the
504902* keep directory. Anything a killed run left in it is put back
504903* first, then every same-named file already in the watched
504904* directory is kept aside until the case ends.
504905     MOVE "mv -f $K/* . 2>/dev/null; rm -rf $K" TO WORK-FILE-LINE.
504906     WRITE WORK-FILE-LINE.
504907     MOVE "mkdir $K || exit 8" TO WORK-FILE-LINE.
504908     WRITE WORK-FILE-LINE.
504909     MOVE "clean() {" TO WORK-FILE-LINE.
504910     WRITE WORK-FILE-LINE.
504911     MOVE "for f in ""$C/in""/* ""$C/out""/*; do"
504912         TO WORK-FILE-LINE.
504913     WRITE WORK-FILE-LINE.
504914     MOVE "rm -f ""$(basename ""$f"")""" TO WORK-FILE-LINE.
504915     WRITE WORK-FILE-LINE.
504916     MOVE "done; }" TO WORK-FILE-LINE.
504917     WRITE WORK-FILE-LINE.
504918     MOVE "for f in ""$C/in""/* ""$C/out""/*; do"
504919         TO WORK-FILE-LINE.
504920     WRITE WORK-FILE-LINE.
504921     MOVE "  n=$(basename ""$f""); [ -f ""$n"" ] || continue"
504922         TO WORK-FILE-LINE.
504923     WRITE WORK-FILE-LINE.
504924     MOVE "  mv -f ""$n"" $K/" TO WORK-FILE-LINE.
504925     WRITE WORK-FILE-LINE.
504926     MOVE "done" TO WORK-FILE-LINE.
504927     WRITE WORK-FILE-LINE.
504928     MOVE "clean; trap 'clean; mv -f $K/* . 2>/dev/null;"
504929         TO WORK-FILE-LINE.
504930     WRITE WORK-FILE-LINE.
504931     MOVE "  rm -rf $K' EXIT" TO WORK-FILE-LINE.
504932     WRITE WORK-FILE-LINE.
504950 991-PUT-CAPTURE-CHECKS.
504951* A capture needs the run's input, and for every data file
504952* the run updated rather than created, the copy kept when the
504953* run started; without it the case could neither stage the
504954* file nor pass, so nothing is captured.
504955     MOVE "if [ ! -r ""$I"" ]; then" TO WORK-FILE-LINE.
504956     WRITE WORK-FILE-LINE.
504957     MOVE "  echo ""  no input was recorded for this run"""
504958         TO WORK-FILE-LINE.
504959     WRITE WORK-FILE-LINE.
504960     MOVE "  exit 4" TO WORK-FILE-LINE.
504961     WRITE WORK-FILE-LINE.
504962     MOVE "fi" TO WORK-FILE-LINE.
504963     WRITE WORK-FILE-LINE.
504964     MOVE "while read -r f; do" TO WORK-FILE-LINE.
504965     WRITE WORK-FILE-LINE.
504966     MOVE "  grep -qxF ""$f"" ""$P.pre"" || continue"
504967         TO WORK-FILE-LINE.
504968     WRITE WORK-FILE-LINE.
504969     MOVE "  [ -f ""$P.old/${f#./}"" ] && continue"
504970         TO WORK-FILE-LINE.
504971     WRITE WORK-FILE-LINE.
504972     MOVE "  echo ""  ${f#./} was updated; no copy of it from"""
504973         TO WORK-FILE-LINE.
504974     WRITE WORK-FILE-LINE.
504975     MOVE "  echo ""  before the run is left to stage in in/"""
504976         TO WORK-FILE-LINE.
504977     WRITE WORK-FILE-LINE.
504978     MOVE "  exit 4" TO WORK-FILE-LINE.
504979     WRITE WORK-FILE-LINE.
504980     MOVE "done < ""$P.new""" TO WORK-FILE-LINE.
504981     WRITE WORK-FILE-LINE.
505000 992-PUT-CAPTURE-DATA-FILES.
505001* Every data file the run wrote goes in out/. One that was
505002* already there and only updated also goes in in/, as it stood
505003* before the run, so the case stages it and the comparison
505004* sees the run's own changes to it.
505005     MOVE "while read -r f; do" TO WORK-FILE-LINE.
505006     WRITE WORK-FILE-LINE.
505007     MOVE "  n=${f#./}" TO WORK-FILE-LINE.
505008     WRITE WORK-FILE-LINE.
505009     MOVE "  if grep -qxF ""$f"" ""$P.pre""; then"
505010         TO WORK-FILE-LINE.
505011     WRITE WORK-FILE-LINE.
505012     MOVE "    mkdir -p ""$C/in"" || exit 8" TO WORK-FILE-LINE.
505013     WRITE WORK-FILE-LINE.
505014     MOVE "    cp -pf ""$P.old/$n"" ""$C/in/"" || exit 8"
505015         TO WORK-FILE-LINE.
505016     WRITE WORK-FILE-LINE.
505017     MOVE "    echo ""  in/$n (as before the run)"""
505018         TO WORK-FILE-LINE.
505019     WRITE WORK-FILE-LINE.
505020     MOVE "  fi" TO WORK-FILE-LINE.
505021     WRITE WORK-FILE-LINE.
505022     MOVE "  mkdir -p ""$C/out"" || exit 8" TO WORK-FILE-LINE.
505023     WRITE WORK-FILE-LINE.
505024     MOVE "  cp -f ""$f"" ""$C/out/"" || exit 8"
505025         TO WORK-FILE-LINE.
505026     WRITE WORK-FILE-LINE.
505027     MOVE "  echo ""  out/$n""" TO WORK-FILE-LINE.
505028     WRITE WORK-FILE-LINE.
505029     MOVE "done < ""$P.new""" TO WORK-FILE-LINE.
505030     WRITE WORK-FILE-LINE.
505100 993-WARN-DIALECTS-FULL.
505101* More DIALECTS profiles are configured than the matrix has
505102* columns; the ones beyond eight are not built, and the report
505103* would not show it, so say so before the first compile.
505104     DISPLAY X"1B" & "[31;1;4mWarning: DIALECTS list full (8); "
505105         "further profiles are NOT built" X"1B" & "[0m".
505150 994-DROP-CASE-TIMING.
505151* The case line with the timing helper in front will not fit
505152* (a long watched-directory path): the case runs untimed and
505153* is built again without the prefix, never from a cut-off
505154* command whose verdict redirection went missing.
505155     IF WS-CASE-XARGS NOT = SPACES THEN
505156         DISPLAY X"1B" & "[31;1;4mWarning: timing skipped for "
505157             FUNCTION TRIM(WS-SUITE-CASE)
505158             ": command too long" X"1B" & "[0m"
505159         MOVE 1 TO WS-CMD-OVERFLOW
505160         MOVE SPACES TO WS-CASE-XARGS
505161         MOVE SPACES TO WS-CASE-CMD
505162     END-IF.
505200 995-DROP-RUN-TIMING.
505201* Same for the interactive run: it goes ahead untimed, from the
505202* command as it stood before the timing helper was put on.
505203     DISPLAY X"1B" & "[31;1;4mWarning: run timing skipped: "
505204         "command too long" X"1B" & "[0m".
505205     MOVE 1 TO WS-CMD-OVERFLOW.
505206     MOVE WS-TIMING-HOLD TO WS-GENERIC-CMD.
505250 996-DROP-INPUT-RECORD.
505251* The keyboard recorder will not fit around the run command:
505252* the run goes ahead unrecorded, and with no input file named
505253* a capture of it is refused rather than saved without stdin.
505254     DISPLAY X"1B" & "[31;1;4mWarning: keyboard input not "
505255         "recorded: command too long; this run cannot be "
505256         "captured" X"1B" & "[0m".
505257     MOVE 1 TO WS-CMD-OVERFLOW.
505258     MOVE WS-GENERIC-CMD TO WS-CAPTURE-CMD.
505259     MOVE SPACES TO WS-CAPTURE-STDIN.
999999 END PROGRAM INTERACTIVE-COBOL.
