000010******************************************************************
000020* PROGRAM:     BATCH-STATUS-REPORT
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Morning batch step - print the night's job board
000080*              off the BATCHCTL batch control file for the
000090*              morning shift: for each controlled overnight job
000100*              in schedule order (SEATBAT, GLEXTR, SEATACTR,
000110*              SHOWCLOS, SEATRECN) its status for the business
000120*              date (not started, running, complete or failed),
000130*              the runs started, when the last run started and
000140*              ended, its record counts and control amount, and
000150*              the supervisor whose override allowed a rerun.
000160*              The board closes with how many jobs are complete
000170*              and the first job still to run or rerun. The
000180*              business date defaults to the prior day, the day
000190*              the overnight window settles.
000200* TECTONICS:   cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230*  DATE       INIT DESCRIPTION
000240*  15/10/2026 AG   Original batch status report program.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. BATCH-STATUS-REPORT.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS BC-KEY
000350         FILE STATUS IS WS-BCTL-FILE-STATUS.
000360     SELECT STATUS-PARM-FILE ASSIGN TO "BTCHPARM"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PARM-FILE-STATUS.
000390     SELECT STATUS-REPORT ASSIGN TO "BTCHRPT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RPT-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BATCH-CONTROL-FILE.
000450     COPY BATCHCTL.
000460 FD  STATUS-PARM-FILE.
000470 01  STATUS-PARM-RECORD.
000480     05 BP-REPORT-DATE           PIC 9(06).
000490 FD  STATUS-REPORT.
000500 01  REPORT-LINE                 PIC X(132).
000510 WORKING-STORAGE SECTION.
000520 01  WS-BCTL-FILE-STATUS         PIC X(02).
000530 01  WS-PARM-FILE-STATUS         PIC X(02).
000540 01  WS-RPT-FILE-STATUS          PIC X(02).
000550 01  WS-BCTL-OPEN-SW             PIC X(01) VALUE 'N'.
000560     88 WS-BCTL-OPEN                         VALUE 'Y'.
000570 01  WS-REPORT-DATE              PIC 9(06) VALUE ZERO.
000580 01  WS-DATE-WORK.
000590     05 WS-RUN-DATE              PIC 9(08).
000600     05 WS-PRIOR-DATE            PIC 9(08).
000610     05 FILLER REDEFINES WS-PRIOR-DATE.
000620         10 FILLER               PIC 9(02).
000630         10 WS-PRIOR-YYMMDD      PIC 9(06).
000640     05 WS-DAY-NUMBER            PIC 9(08) COMP.
000650******************************************************************
000660* The controlled jobs, in the order the overnight window runs
000670* them - the order the board is printed in.
000680******************************************************************
000690 01  WS-JOB-VALUES.
000700     05 FILLER                   PIC X(08) VALUE "SEATBAT".
000710     05 FILLER                   PIC X(08) VALUE "GLEXTR".
000720     05 FILLER                   PIC X(08) VALUE "SEATACTR".
000730     05 FILLER                   PIC X(08) VALUE "SHOWCLOS".
000740     05 FILLER                   PIC X(08) VALUE "SEATRECN".
000750 01  WS-JOB-TABLE REDEFINES WS-JOB-VALUES.
000760     05 WS-JOB-NAME OCCURS 5 TIMES
000770                                 PIC X(08).
000780 01  WS-JOB-COUNT                PIC 9(02) COMP VALUE 5.
000790 01  WS-JOB-IX                   PIC 9(02) COMP.
000800 01  WS-NEXT-JOB                 PIC X(08) VALUE SPACES.
000810******************************************************************
000820* An 8-digit HHMMSSCC time as posted, split for printing as
000830* HH:MM:SS.
000840******************************************************************
000850 01  WS-TIME-SPLIT.
000860     05 WS-TS-HH                 PIC 9(02).
000870     05 WS-TS-MM                 PIC 9(02).
000880     05 WS-TS-SS                 PIC 9(02).
000890     05 WS-TS-CC                 PIC 9(02).
000900 01  WS-TIME-SPLIT-N REDEFINES WS-TIME-SPLIT
000910                                 PIC 9(08).
000920 01  WS-TIME-EDIT.
000930     05 WS-TE-HH                 PIC 9(02).
000940     05 FILLER                   PIC X(01) VALUE ':'.
000950     05 WS-TE-MM                 PIC 9(02).
000960     05 FILLER                   PIC X(01) VALUE ':'.
000970     05 WS-TE-SS                 PIC 9(02).
000980******************************************************************
000990* One line of the board per job.
001000******************************************************************
001010 01  WS-DETAIL-LINE.
001020     05 WS-DL-JOB                PIC X(08).
001030     05 FILLER                   PIC X(02) VALUE SPACES.
001040     05 WS-DL-STATUS             PIC X(11).
001050     05 FILLER                   PIC X(02) VALUE SPACES.
001060     05 WS-DL-RUNS               PIC ZZ9.
001070     05 FILLER                   PIC X(02) VALUE SPACES.
001080     05 WS-DL-START-DATE         PIC X(06).
001090     05 FILLER                   PIC X(01) VALUE SPACES.
001100     05 WS-DL-START-TIME         PIC X(08).
001110     05 FILLER                   PIC X(02) VALUE SPACES.
001120     05 WS-DL-END-DATE           PIC X(06).
001130     05 FILLER                   PIC X(01) VALUE SPACES.
001140     05 WS-DL-END-TIME           PIC X(08).
001150     05 FILLER                   PIC X(02) VALUE SPACES.
001160     05 WS-DL-READ               PIC Z,ZZZ,ZZ9.
001170     05 FILLER                   PIC X(02) VALUE SPACES.
001180     05 WS-DL-WRITTEN            PIC Z,ZZZ,ZZ9.
001190     05 FILLER                   PIC X(02) VALUE SPACES.
001200     05 WS-DL-REJECTED           PIC Z,ZZZ,ZZ9.
001210     05 FILLER                   PIC X(02) VALUE SPACES.
001220     05 WS-DL-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001230     05 FILLER                   PIC X(02) VALUE SPACES.
001240     05 WS-DL-OVERRIDE           PIC X(08).
001250     05 FILLER                   PIC X(06) VALUE SPACES.
001260 01  WS-RUN-TOTALS.
001270     05 WS-JOBS-COMPLETE         PIC 9(02) COMP VALUE ZERO.
001280     05 WS-JOBS-FAILED           PIC 9(02) COMP VALUE ZERO.
001290     05 WS-JOBS-COMPLETE-EDIT    PIC Z9.
001300     05 WS-JOBS-FAILED-EDIT      PIC Z9.
001310     05 WS-JOB-COUNT-EDIT        PIC Z9.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     DISPLAY "Batch Status Report".
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     MOVE 1 TO WS-JOB-IX.
001370     PERFORM 2000-PRINT-JOB THRU 2000-EXIT
001380         UNTIL WS-JOB-IX > WS-JOB-COUNT.
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001400     STOP RUN.
001410*
001420******************************************************************
001430* 1000-INITIALIZE - settle the business date (the prior day,
001440* unless BTCHPARM names another), open the batch control file
001450* and the report, and print the headings. A batch control file
001460* not yet created means no controlled job has ever run, and the
001470* board prints every job as not started.
001480******************************************************************
001490 1000-INITIALIZE.
001500     OPEN INPUT STATUS-PARM-FILE.
001510     IF WS-PARM-FILE-STATUS = "00"
001520         READ STATUS-PARM-FILE
001530             AT END
001540                 CONTINUE
001550             NOT AT END
001560                 IF BP-REPORT-DATE IS NUMERIC
001570                     AND BP-REPORT-DATE > 0
001580                     MOVE BP-REPORT-DATE TO WS-REPORT-DATE
001590                 END-IF
001600         END-READ
001610         CLOSE STATUS-PARM-FILE
001620     END-IF.
001630     IF WS-REPORT-DATE = ZERO
001640         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001650         COMPUTE WS-DAY-NUMBER =
001660             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
001670         COMPUTE WS-PRIOR-DATE =
001680             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
001690         MOVE WS-PRIOR-YYMMDD TO WS-REPORT-DATE
001700     END-IF.
001710     OPEN OUTPUT STATUS-REPORT.
001720     MOVE SPACES TO REPORT-LINE.
001730     STRING "OVERNIGHT BATCH STATUS FOR BUSINESS DATE "
001740            DELIMITED BY SIZE
001750            WS-REPORT-DATE DELIMITED BY SIZE
001760         INTO REPORT-LINE.
001770     WRITE REPORT-LINE.
001780     OPEN INPUT BATCH-CONTROL-FILE.
001790     IF WS-BCTL-FILE-STATUS = "00"
001800         MOVE 'Y' TO WS-BCTL-OPEN-SW
001810     ELSE
001820         IF WS-BCTL-FILE-STATUS = "35"
001830             MOVE "BATCHCTL NOT YET CREATED - NO JOB HAS RUN"
001840                 TO REPORT-LINE
001850             WRITE REPORT-LINE
001860         ELSE
001870             DISPLAY "BATCH-STATUS-REPORT: BATCHCTL NOT "
001880                 "AVAILABLE, FILE STATUS " WS-BCTL-FILE-STATUS
001890             PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001900         END-IF
001910     END-IF.
001920     MOVE SPACES TO REPORT-LINE.
001930     WRITE REPORT-LINE.
001940     MOVE "JOB" TO REPORT-LINE(1:3).
001950     MOVE "STATUS" TO REPORT-LINE(11:6).
001960     MOVE "RUNS" TO REPORT-LINE(23:4).
001970     MOVE "STARTED" TO REPORT-LINE(29:7).
001980     MOVE "ENDED" TO REPORT-LINE(46:5).
001990     MOVE "READ" TO REPORT-LINE(68:4).
002000     MOVE "WRITTEN" TO REPORT-LINE(76:7).
002010     MOVE "REJECTED" TO REPORT-LINE(86:8).
002020     MOVE "CONTROL AMOUNT" TO REPORT-LINE(102:14).
002030     MOVE "OVERRIDE" TO REPORT-LINE(119:8).
002040     WRITE REPORT-LINE.
002050     GO TO 1000-EXIT.
002060 1000-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100* 1090-ABORT-RUN - the batch control file is there but cannot
002110* be read; a board printed without it would tell the morning
002120* shift nothing has run. Say so and end the run.
002130******************************************************************
002140 1090-ABORT-RUN.
002150     MOVE "RUN ABORTED - BATCHCTL NOT AVAILABLE" TO REPORT-LINE.
002160     WRITE REPORT-LINE.
002170     CLOSE STATUS-REPORT.
002180     MOVE 16 TO RETURN-CODE.
002190     STOP RUN.
002200 1090-EXIT.
002210     EXIT.
002220*
002230******************************************************************
002240* 2000-PRINT-JOB - read the next job's record for the business
002250* date and print its line. No record is the same as 'N' - the
002260* job has not started. The first job in schedule order that is
002270* not complete is the one the shift must run or rerun next.
002280******************************************************************
002290 2000-PRINT-JOB.
002300     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
002310     MOVE WS-JOB-NAME(WS-JOB-IX) TO BC-JOB-NAME.
002320     IF WS-BCTL-OPEN
002330         READ BATCH-CONTROL-FILE
002340             INVALID KEY
002350                 PERFORM 2010-CLEAR-RECORD THRU 2010-EXIT
002360         END-READ
002370     ELSE
002380         PERFORM 2010-CLEAR-RECORD THRU 2010-EXIT
002390     END-IF.
002400     MOVE WS-JOB-NAME(WS-JOB-IX) TO WS-DL-JOB.
002410     EVALUATE TRUE
002420         WHEN BC-RUNNING
002430             MOVE "RUNNING" TO WS-DL-STATUS
002440         WHEN BC-COMPLETE
002450             MOVE "COMPLETE" TO WS-DL-STATUS
002460             ADD 1 TO WS-JOBS-COMPLETE
002470         WHEN BC-FAILED
002480             MOVE "FAILED" TO WS-DL-STATUS
002490             ADD 1 TO WS-JOBS-FAILED
002500         WHEN OTHER
002510             MOVE "NOT STARTED" TO WS-DL-STATUS
002520     END-EVALUATE.
002530     IF NOT BC-COMPLETE AND WS-NEXT-JOB = SPACES
002540         MOVE WS-JOB-NAME(WS-JOB-IX) TO WS-NEXT-JOB
002550     END-IF.
002560     MOVE BC-RUN-COUNT TO WS-DL-RUNS.
002570     MOVE SPACES TO WS-DL-START-DATE.
002580     MOVE SPACES TO WS-DL-START-TIME.
002590     MOVE SPACES TO WS-DL-END-DATE.
002600     MOVE SPACES TO WS-DL-END-TIME.
002610     IF BC-START-DATE NOT = ZERO
002620         MOVE BC-START-DATE TO WS-DL-START-DATE
002630         MOVE BC-START-TIME TO WS-TIME-SPLIT-N
002640         PERFORM 2020-EDIT-TIME THRU 2020-EXIT
002650         MOVE WS-TIME-EDIT TO WS-DL-START-TIME
002660     END-IF.
002670     IF BC-END-DATE NOT = ZERO
002680         MOVE BC-END-DATE TO WS-DL-END-DATE
002690         MOVE BC-END-TIME TO WS-TIME-SPLIT-N
002700         PERFORM 2020-EDIT-TIME THRU 2020-EXIT
002710         MOVE WS-TIME-EDIT TO WS-DL-END-TIME
002720     END-IF.
002730     MOVE BC-RECORDS-READ TO WS-DL-READ.
002740     MOVE BC-RECORDS-WRITTEN TO WS-DL-WRITTEN.
002750     MOVE BC-RECORDS-REJECTED TO WS-DL-REJECTED.
002760     MOVE BC-CONTROL-AMOUNT TO WS-DL-AMOUNT.
002770     MOVE BC-OVERRIDE-ID TO WS-DL-OVERRIDE.
002780     MOVE WS-DETAIL-LINE TO REPORT-LINE.
002790     WRITE REPORT-LINE.
002800     ADD 1 TO WS-JOB-IX.
002810     GO TO 2000-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840*
002850 2010-CLEAR-RECORD.
002860     MOVE 'N' TO BC-STATUS.
002870     MOVE ZERO TO BC-START-DATE.
002880     MOVE ZERO TO BC-START-TIME.
002890     MOVE ZERO TO BC-END-DATE.
002900     MOVE ZERO TO BC-END-TIME.
002910     MOVE ZERO TO BC-RUN-COUNT.
002920     MOVE ZERO TO BC-RECORDS-READ.
002930     MOVE ZERO TO BC-RECORDS-WRITTEN.
002940     MOVE ZERO TO BC-RECORDS-REJECTED.
002950     MOVE ZERO TO BC-CONTROL-AMOUNT.
002960     MOVE SPACES TO BC-OVERRIDE-ID.
002970     GO TO 2010-EXIT.
002980 2010-EXIT.
002990     EXIT.
003000*
003010 2020-EDIT-TIME.
003020     MOVE WS-TS-HH TO WS-TE-HH.
003030     MOVE WS-TS-MM TO WS-TE-MM.
003040     MOVE WS-TS-SS TO WS-TE-SS.
003050     GO TO 2020-EXIT.
003060 2020-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100* 9000-TERMINATE - print how many jobs are complete and the
003110* next one to run or rerun, close the files, and end the run.
003120* The run ends RC 4 while any job is not complete, so a
003130* scheduler can hold the morning jobs on it.
003140******************************************************************
003150 9000-TERMINATE.
003160     MOVE WS-JOBS-COMPLETE TO WS-JOBS-COMPLETE-EDIT.
003170     MOVE WS-JOBS-FAILED TO WS-JOBS-FAILED-EDIT.
003180     MOVE WS-JOB-COUNT TO WS-JOB-COUNT-EDIT.
003190     MOVE SPACES TO REPORT-LINE.
003200     WRITE REPORT-LINE.
003210     STRING "JOBS COMPLETE " DELIMITED BY SIZE
003220            WS-JOBS-COMPLETE-EDIT DELIMITED BY SIZE
003230            " OF " DELIMITED BY SIZE
003240            WS-JOB-COUNT-EDIT DELIMITED BY SIZE
003250            "  FAILED " DELIMITED BY SIZE
003260            WS-JOBS-FAILED-EDIT DELIMITED BY SIZE
003270         INTO REPORT-LINE.
003280     WRITE REPORT-LINE.
003290     MOVE SPACES TO REPORT-LINE.
003300     IF WS-NEXT-JOB = SPACES
003310         MOVE "OVERNIGHT BATCH COMPLETE" TO REPORT-LINE
003320     ELSE
003330         STRING "OVERNIGHT BATCH NOT COMPLETE - NEXT TO RUN OR "
003340                DELIMITED BY SIZE
003350                "RERUN: " DELIMITED BY SIZE
003360                WS-NEXT-JOB DELIMITED BY SPACE
003370             INTO REPORT-LINE
003380         MOVE 4 TO RETURN-CODE
003390     END-IF.
003400     WRITE REPORT-LINE.
003410     DISPLAY "Jobs complete : " WS-JOBS-COMPLETE-EDIT.
003420     DISPLAY "Jobs failed   : " WS-JOBS-FAILED-EDIT.
003430     IF WS-BCTL-OPEN
003440         CLOSE BATCH-CONTROL-FILE
003450     END-IF.
003460     CLOSE STATUS-REPORT.
003470     GO TO 9000-EXIT.
003480 9000-EXIT.
003490     EXIT.
003500*
003510 END PROGRAM BATCH-STATUS-REPORT.
