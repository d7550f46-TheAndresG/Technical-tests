000010******************************************************************
000020* PROGRAM:     SEAT-FORWARD-RECOVERY
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     On-demand batch step - rebuild a damaged or lost
000080*              SEATSTAT. The file is reloaded from the SEATBKUP
000090*              copy SEAT-FILE-BACKUP took at the start of the
000100*              overnight window, then every SEATJRNL entry
000110*              stamped at or before the stop date/time on
000120*              RCVPARM is rolled forward over it in the order it
000130*              was written: an add ('A') must find no record on
000140*              file, a change ('C') or delete ('D') must find a
000150*              record exactly equal to the entry's before-image.
000160*              Every entry applied is listed on RCVRPT. The first
000170*              entry whose before-image does not match what is
000180*              on file stops the recovery there, with both images
000190*              printed and return code 16, so a gap or an out-of-
000200*              step journal is never papered over. Entries after
000210*              the stop time are counted and left unapplied.
000220* TECTONICS:   cobc
000230******************************************************************
000240* MODIFICATION HISTORY
000250*  DATE       INIT DESCRIPTION
000260*  15/10/2026 AG   Original seat file forward recovery program.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. SEAT-FORWARD-RECOVERY.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SS-KEY
000370         FILE STATUS IS WS-SEAT-FILE-STATUS.
000380     SELECT SEAT-BACKUP-FILE ASSIGN TO "SEATBKUP"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-BKUP-FILE-STATUS.
000410     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-JRNL-FILE-STATUS.
000440     SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PARM-FILE-STATUS.
000470     SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SEAT-STATUS-FILE.
000530     COPY SEATSTAT.
000540 FD  SEAT-BACKUP-FILE.
000550 01  SEAT-BACKUP-RECORD          PIC X(92).
000560 FD  SEAT-JOURNAL-FILE.
000570     COPY SEATJRNL.
000580 FD  RECOVERY-PARM-FILE.
000590 01  RECOVERY-PARM-RECORD.
000600     05 RV-STOP-DATE             PIC 9(06).
000610     05 RV-STOP-TIME             PIC 9(08).
000620 FD  RECOVERY-REPORT.
000630 01  REPORT-LINE                 PIC X(132).
000640 WORKING-STORAGE SECTION.
000650 01  WS-SEAT-FILE-STATUS         PIC X(02).
000660 01  WS-BKUP-FILE-STATUS         PIC X(02).
000670 01  WS-JRNL-FILE-STATUS         PIC X(02).
000680 01  WS-PARM-FILE-STATUS         PIC X(02).
000690 01  WS-RPT-FILE-STATUS          PIC X(02).
000700 01  WS-BKUP-EOF-SW              PIC X(01) VALUE 'N'.
000710     88 WS-BKUP-EOF                          VALUE 'Y'.
000720 01  WS-JRNL-EOF-SW              PIC X(01) VALUE 'N'.
000730     88 WS-JRNL-EOF                          VALUE 'Y'.
000740 01  WS-PAST-STOP-SW             PIC X(01) VALUE 'N'.
000750     88 WS-PAST-STOP                         VALUE 'Y'.
000760 01  WS-RECOVERY-STOPPED-SW      PIC X(01) VALUE 'N'.
000770     88 WS-RECOVERY-STOPPED                  VALUE 'Y'.
000780 01  WS-ON-FILE-SW               PIC X(01) VALUE 'N'.
000790     88 WS-ON-FILE                           VALUE 'Y'.
000800******************************************************************
000810* The roll-forward limit and each journal entry's stamp are both
000820* held as one YYMMDDHHMMSSCC number so a single compare decides
000830* whether an entry is in or past the limit. With no RCVPARM the
000840* limit is past anything a journal can hold - the whole journal
000850* is applied.
000860******************************************************************
000870 01  WS-STOP-FIELDS.
000880     05 WS-STOP-STAMP            PIC 9(14)
000890                                 VALUE 99999999999999.
000900     05 WS-JRNL-STAMP            PIC 9(14).
000910     05 WS-STOP-DATE             PIC 9(06) VALUE ZERO.
000920     05 WS-STOP-TIME             PIC 9(08) VALUE ZERO.
000930******************************************************************
000940* Views of the journal entry's before- and after-images and of
000950* the record found on file, for the key, status and printing.
000960******************************************************************
000970 01  WS-BEFORE-VIEW.
000980     05 WS-BV-KEY.
000990         10 WS-BV-SHOW-ID        PIC X(04).
001000         10 WS-BV-ROW            PIC 9(02).
001010         10 WS-BV-SEAT           PIC 9(02).
001020     05 WS-BV-STATUS             PIC X(01).
001030     05 FILLER                   PIC X(83).
001040 01  WS-AFTER-VIEW.
001050     05 WS-AV-KEY.
001060         10 WS-AV-SHOW-ID        PIC X(04).
001070         10 WS-AV-ROW            PIC 9(02).
001080         10 WS-AV-SEAT           PIC 9(02).
001090     05 WS-AV-STATUS             PIC X(01).
001100     05 FILLER                   PIC X(83).
001110 01  WS-ON-FILE-IMAGE            PIC X(92).
001120 01  WS-ENTRY-FIELDS.
001130     05 WS-ENTRY-SHOW-ID         PIC X(04).
001140     05 WS-ENTRY-ROW             PIC 9(02).
001150     05 WS-ENTRY-SEAT            PIC 9(02).
001160     05 WS-ACTION-TEXT           PIC X(06).
001170     05 WS-FROM-STATUS           PIC X(01).
001180     05 WS-TO-STATUS             PIC X(01).
001190     05 WS-STOP-REASON           PIC X(40).
001200 01  WS-RUN-TOTALS.
001210     05 WS-SEATS-RESTORED        PIC 9(07) COMP VALUE ZERO.
001220     05 WS-JRNL-APPLIED          PIC 9(07) COMP VALUE ZERO.
001230     05 WS-JRNL-PAST-STOP        PIC 9(07) COMP VALUE ZERO.
001240     05 WS-SEATS-RESTORED-EDIT   PIC Z,ZZZ,ZZ9.
001250     05 WS-JRNL-APPLIED-EDIT     PIC Z,ZZZ,ZZ9.
001260     05 WS-JRNL-PAST-STOP-EDIT   PIC Z,ZZZ,ZZ9.
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     DISPLAY "Seat Forward Recovery".
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-RESTORE-SEAT THRU 2000-EXIT
001320         UNTIL WS-BKUP-EOF.
001330     PERFORM 2090-REOPEN-FOR-UPDATE THRU 2090-EXIT.
001340     PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
001350         UNTIL WS-JRNL-EOF.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370     STOP RUN.
001380*
001390******************************************************************
001400* 1000-INITIALIZE - start the report, pick up the stop date and
001410* time (a stop time of zero rolls forward to the end of the stop
001420* date), and open the backup and journal for input and SEATSTAT
001430* for output - the live file is replaced, not merged into. A
001440* journal not on file has nothing to roll forward and the run
001450* restores the backup alone.
001460******************************************************************
001470 1000-INITIALIZE.
001480     OPEN OUTPUT RECOVERY-REPORT.
001490     MOVE "SEAT FILE FORWARD RECOVERY REPORT" TO REPORT-LINE.
001500     WRITE REPORT-LINE.
001510     OPEN INPUT RECOVERY-PARM-FILE.
001520     IF WS-PARM-FILE-STATUS = "00"
001530         READ RECOVERY-PARM-FILE
001540             AT END
001550                 CONTINUE
001560             NOT AT END
001570                 IF RV-STOP-DATE IS NUMERIC
001580                     AND RV-STOP-DATE > 0
001590                     MOVE RV-STOP-DATE TO WS-STOP-DATE
001600                     IF RV-STOP-TIME IS NUMERIC
001610                         AND RV-STOP-TIME > 0
001620                         MOVE RV-STOP-TIME TO WS-STOP-TIME
001630                     ELSE
001640                         MOVE 99999999 TO WS-STOP-TIME
001650                     END-IF
001660                 END-IF
001670         END-READ
001680         CLOSE RECOVERY-PARM-FILE
001690     END-IF.
001700     MOVE SPACES TO REPORT-LINE.
001710     IF WS-STOP-DATE = ZERO
001720         MOVE "ROLL FORWARD TO: END OF JOURNAL" TO REPORT-LINE
001730     ELSE
001740         COMPUTE WS-STOP-STAMP =
001750             (WS-STOP-DATE * 100000000) + WS-STOP-TIME
001760         STRING "ROLL FORWARD TO: " DELIMITED BY SIZE
001770                WS-STOP-DATE DELIMITED BY SIZE
001780                " " DELIMITED BY SIZE
001790                WS-STOP-TIME DELIMITED BY SIZE
001800             INTO REPORT-LINE
001810     END-IF.
001820     WRITE REPORT-LINE.
001830     OPEN INPUT SEAT-BACKUP-FILE.
001840     IF WS-BKUP-FILE-STATUS NOT = "00"
001850         DISPLAY "SEAT-FORWARD-RECOVERY: SEATBKUP NOT AVAILABLE, "
001860             "FILE STATUS " WS-BKUP-FILE-STATUS
001870         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001880     END-IF.
001890     OPEN INPUT SEAT-JOURNAL-FILE.
001900     IF WS-JRNL-FILE-STATUS = "35"
001910         MOVE 'Y' TO WS-JRNL-EOF-SW
001920         MOVE "SEATJRNL NOT ON FILE - BACKUP RESTORED ONLY"
001930             TO REPORT-LINE
001940         WRITE REPORT-LINE
001950     ELSE
001960         IF WS-JRNL-FILE-STATUS NOT = "00"
001970             DISPLAY "SEAT-FORWARD-RECOVERY: SEATJRNL NOT "
001980                 "AVAILABLE, FILE STATUS " WS-JRNL-FILE-STATUS
001990             CLOSE SEAT-BACKUP-FILE
002000             PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002010         END-IF
002020     END-IF.
002030     OPEN OUTPUT SEAT-STATUS-FILE.
002040     IF WS-SEAT-FILE-STATUS NOT = "00"
002050         DISPLAY "SEAT-FORWARD-RECOVERY: SEATSTAT NOT AVAILABLE, "
002060             "FILE STATUS " WS-SEAT-FILE-STATUS
002070         CLOSE SEAT-BACKUP-FILE
002080         IF NOT WS-JRNL-EOF
002090             CLOSE SEAT-JOURNAL-FILE
002100         END-IF
002110         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002120     END-IF.
002130     MOVE SPACES TO REPORT-LINE.
002140     WRITE REPORT-LINE.
002150     MOVE "DATE   TIME     PROGRAM              OPERATOR ACTION "
002160         TO REPORT-LINE.
002170     MOVE "SHOW  ROW SEAT STATUS" TO REPORT-LINE(54:21).
002180     WRITE REPORT-LINE.
002190     GO TO 1000-EXIT.
002200 1000-EXIT.
002210     EXIT.
002220*
002230******************************************************************
002240* 1090-ABORT-RUN - a file this run depends on could not be
002250* opened; close the report and end the run before SEATSTAT is
002260* touched, with a return code the scheduler will stop on.
002270******************************************************************
002280 1090-ABORT-RUN.
002290     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE"
002300         TO REPORT-LINE.
002310     WRITE REPORT-LINE.
002320     CLOSE RECOVERY-REPORT.
002330     MOVE 16 TO RETURN-CODE.
002340     STOP RUN.
002350 1090-EXIT.
002360     EXIT.
002370*
002380******************************************************************
002390* 2000-RESTORE-SEAT - load the next backup record into the new
002400* SEATSTAT. The backup was taken in key order, so a record the
002410* file refuses means the backup itself is damaged and the run
002420* stops before anything is rolled forward over it.
002430******************************************************************
002440 2000-RESTORE-SEAT.
002450     READ SEAT-BACKUP-FILE
002460         AT END
002470             MOVE 'Y' TO WS-BKUP-EOF-SW
002480             GO TO 2000-EXIT
002490     END-READ.
002500     MOVE SEAT-BACKUP-RECORD TO SEAT-STATUS-RECORD.
002510     WRITE SEAT-STATUS-RECORD.
002520     IF WS-SEAT-FILE-STATUS NOT = "00"
002530         MOVE SPACES TO REPORT-LINE
002540         STRING "BACKUP RECORD REFUSED, FILE STATUS "
002550                    DELIMITED BY SIZE
002560                WS-SEAT-FILE-STATUS DELIMITED BY SIZE
002570                ": " DELIMITED BY SIZE
002580                SEAT-BACKUP-RECORD DELIMITED BY SIZE
002590             INTO REPORT-LINE
002600         WRITE REPORT-LINE
002610         MOVE 'Y' TO WS-BKUP-EOF-SW
002620         MOVE 'Y' TO WS-JRNL-EOF-SW
002630         MOVE 'Y' TO WS-RECOVERY-STOPPED-SW
002640         GO TO 2000-EXIT
002650     END-IF.
002660     ADD 1 TO WS-SEATS-RESTORED.
002670     GO TO 2000-EXIT.
002680 2000-EXIT.
002690     EXIT.
002700*
002710******************************************************************
002720* 2090-REOPEN-FOR-UPDATE - with the backup loaded, reopen the
002730* new SEATSTAT for the keyed updates of the roll-forward.
002740******************************************************************
002750 2090-REOPEN-FOR-UPDATE.
002760     CLOSE SEAT-BACKUP-FILE.
002770     CLOSE SEAT-STATUS-FILE.
002780     OPEN I-O SEAT-STATUS-FILE.
002790     IF WS-SEAT-FILE-STATUS NOT = "00"
002800         DISPLAY "SEAT-FORWARD-RECOVERY: SEATSTAT NOT AVAILABLE, "
002810             "FILE STATUS " WS-SEAT-FILE-STATUS
002820         IF NOT WS-JRNL-EOF
002830             CLOSE SEAT-JOURNAL-FILE
002840         END-IF
002850         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002860     END-IF.
002870     GO TO 2090-EXIT.
002880 2090-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920* 3000-APPLY-JOURNAL - read the next journal entry and, while it
002930* is within the stop time, check it against the file and apply
002940* it. The journal is in the order the updates were made, so the
002950* first entry past the stop time ends the roll-forward; it and
002960* everything after are only counted.
002970******************************************************************
002980 3000-APPLY-JOURNAL.
002990     READ SEAT-JOURNAL-FILE
003000         AT END
003010             MOVE 'Y' TO WS-JRNL-EOF-SW
003020             GO TO 3000-EXIT
003030     END-READ.
003040     IF WS-PAST-STOP
003050         ADD 1 TO WS-JRNL-PAST-STOP
003060         GO TO 3000-EXIT
003070     END-IF.
003080     COMPUTE WS-JRNL-STAMP = (SJ-DATE * 100000000) + SJ-TIME.
003090     IF WS-JRNL-STAMP > WS-STOP-STAMP
003100         MOVE 'Y' TO WS-PAST-STOP-SW
003110         ADD 1 TO WS-JRNL-PAST-STOP
003120         GO TO 3000-EXIT
003130     END-IF.
003140     MOVE SJ-BEFORE-IMAGE TO WS-BEFORE-VIEW.
003150     MOVE SJ-AFTER-IMAGE TO WS-AFTER-VIEW.
003160     IF SJ-ACTION-ADD
003170         MOVE WS-AV-KEY TO SS-KEY
003180     ELSE
003190         MOVE WS-BV-KEY TO SS-KEY
003200     END-IF.
003210     MOVE SS-SHOW-ID TO WS-ENTRY-SHOW-ID.
003220     MOVE SS-ROW TO WS-ENTRY-ROW.
003230     MOVE SS-SEAT TO WS-ENTRY-SEAT.
003240     READ SEAT-STATUS-FILE
003250         INVALID KEY
003260             MOVE 'N' TO WS-ON-FILE-SW
003270             MOVE SPACES TO WS-ON-FILE-IMAGE
003280         NOT INVALID KEY
003290             MOVE 'Y' TO WS-ON-FILE-SW
003300             MOVE SEAT-STATUS-RECORD TO WS-ON-FILE-IMAGE
003310     END-READ.
003320     EVALUATE TRUE
003330         WHEN SJ-ACTION-ADD
003340             PERFORM 3010-APPLY-ADD THRU 3010-EXIT
003350         WHEN SJ-ACTION-CHANGE
003360             PERFORM 3020-APPLY-CHANGE THRU 3020-EXIT
003370         WHEN SJ-ACTION-DELETE
003380             PERFORM 3030-APPLY-DELETE THRU 3030-EXIT
003390         WHEN OTHER
003400             MOVE "UNKNOWN JOURNAL ACTION" TO WS-STOP-REASON
003410             PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
003420     END-EVALUATE.
003430     IF WS-RECOVERY-STOPPED
003440         GO TO 3000-EXIT
003450     END-IF.
003460     IF WS-SEAT-FILE-STATUS NOT = "00"
003470         MOVE SPACES TO WS-STOP-REASON
003480         STRING "UPDATE REFUSED, FILE STATUS " DELIMITED BY SIZE
003490                WS-SEAT-FILE-STATUS DELIMITED BY SIZE
003500             INTO WS-STOP-REASON
003510         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
003520         GO TO 3000-EXIT
003530     END-IF.
003540     ADD 1 TO WS-JRNL-APPLIED.
003550     PERFORM 3100-PRINT-APPLIED THRU 3100-EXIT.
003560     GO TO 3000-EXIT.
003570 3000-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610* 3010-APPLY-ADD - the seat record was created after the backup;
003620* it must not already be on file.
003630******************************************************************
003640 3010-APPLY-ADD.
003650     IF WS-ON-FILE
003660         MOVE "ADD - RECORD ALREADY ON FILE" TO WS-STOP-REASON
003670         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
003680         GO TO 3010-EXIT
003690     END-IF.
003700     MOVE SJ-AFTER-IMAGE TO SEAT-STATUS-RECORD.
003710     WRITE SEAT-STATUS-RECORD.
003720     GO TO 3010-EXIT.
003730 3010-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 3020-APPLY-CHANGE - the record on file must be exactly the one
003780* the journalling program changed; it is replaced by the after-
003790* image.
003800******************************************************************
003810 3020-APPLY-CHANGE.
003820     IF NOT WS-ON-FILE
003830         MOVE "CHANGE - RECORD NOT ON FILE" TO WS-STOP-REASON
003840         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
003850         GO TO 3020-EXIT
003860     END-IF.
003870     IF WS-ON-FILE-IMAGE NOT = SJ-BEFORE-IMAGE
003880         MOVE "CHANGE - BEFORE-IMAGE DOES NOT MATCH FILE"
003890             TO WS-STOP-REASON
003900         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
003910         GO TO 3020-EXIT
003920     END-IF.
003930     MOVE SJ-AFTER-IMAGE TO SEAT-STATUS-RECORD.
003940     REWRITE SEAT-STATUS-RECORD.
003950     GO TO 3020-EXIT.
003960 3020-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000* 3030-APPLY-DELETE - the record on file must be exactly the one
004010* the journalling program deleted.
004020******************************************************************
004030 3030-APPLY-DELETE.
004040     IF NOT WS-ON-FILE
004050         MOVE "DELETE - RECORD NOT ON FILE" TO WS-STOP-REASON
004060         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
004070         GO TO 3030-EXIT
004080     END-IF.
004090     IF WS-ON-FILE-IMAGE NOT = SJ-BEFORE-IMAGE
004100         MOVE "DELETE - BEFORE-IMAGE DOES NOT MATCH FILE"
004110             TO WS-STOP-REASON
004120         PERFORM 8000-STOP-RECOVERY THRU 8000-EXIT
004130         GO TO 3030-EXIT
004140     END-IF.
004150     DELETE SEAT-STATUS-FILE RECORD
004160         INVALID KEY
004170             CONTINUE
004180     END-DELETE.
004190     GO TO 3030-EXIT.
004200 3030-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 3100-PRINT-APPLIED - list the entry just applied: when, by
004250* which program and operator, what it did, to which seat, and
004260* the seat status before and after ('-' where there was no
004270* record).
004280******************************************************************
004290 3100-PRINT-APPLIED.
004300     EVALUATE TRUE
004310         WHEN SJ-ACTION-ADD
004320             MOVE "ADD   " TO WS-ACTION-TEXT
004330         WHEN SJ-ACTION-CHANGE
004340             MOVE "CHANGE" TO WS-ACTION-TEXT
004350         WHEN OTHER
004360             MOVE "DELETE" TO WS-ACTION-TEXT
004370     END-EVALUATE.
004380     MOVE WS-BV-STATUS TO WS-FROM-STATUS.
004390     IF SJ-ACTION-ADD
004400         MOVE '-' TO WS-FROM-STATUS
004410     END-IF.
004420     MOVE WS-AV-STATUS TO WS-TO-STATUS.
004430     IF SJ-ACTION-DELETE
004440         MOVE '-' TO WS-TO-STATUS
004450     END-IF.
004460     MOVE SPACES TO REPORT-LINE.
004470     STRING SJ-DATE DELIMITED BY SIZE
004480            " " DELIMITED BY SIZE
004490            SJ-TIME DELIMITED BY SIZE
004500            " " DELIMITED BY SIZE
004510            SJ-PROGRAM DELIMITED BY SIZE
004520            " " DELIMITED BY SIZE
004530            SJ-OPERATOR-ID DELIMITED BY SIZE
004540            " " DELIMITED BY SIZE
004550            WS-ACTION-TEXT DELIMITED BY SIZE
004560            " " DELIMITED BY SIZE
004570            WS-ENTRY-SHOW-ID DELIMITED BY SIZE
004580            "  " DELIMITED BY SIZE
004590            WS-ENTRY-ROW DELIMITED BY SIZE
004600            "  " DELIMITED BY SIZE
004610            WS-ENTRY-SEAT DELIMITED BY SIZE
004620            "   " DELIMITED BY SIZE
004630            WS-FROM-STATUS DELIMITED BY SIZE
004640            " -> " DELIMITED BY SIZE
004650            WS-TO-STATUS DELIMITED BY SIZE
004660         INTO REPORT-LINE.
004670     WRITE REPORT-LINE.
004680     GO TO 3100-EXIT.
004690 3100-EXIT.
004700     EXIT.
004710*
004720******************************************************************
004730* 8000-STOP-RECOVERY - the journal entry does not fit the file
004740* as rebuilt so far. Print the entry, its before-image and what
004750* is actually on file, and end the roll-forward there: SEATSTAT
004760* is left recovered up to the entry before this one.
004770******************************************************************
004780 8000-STOP-RECOVERY.
004790     MOVE 'Y' TO WS-RECOVERY-STOPPED-SW.
004800     MOVE 'Y' TO WS-JRNL-EOF-SW.
004810     MOVE SPACES TO REPORT-LINE.
004820     WRITE REPORT-LINE.
004830     MOVE SPACES TO REPORT-LINE.
004840     STRING "JOURNAL ENTRY REJECTED: " DELIMITED BY SIZE
004850            WS-STOP-REASON DELIMITED BY SIZE
004860         INTO REPORT-LINE.
004870     WRITE REPORT-LINE.
004880     MOVE SPACES TO REPORT-LINE.
004890     STRING "  ENTRY   : " DELIMITED BY SIZE
004900            SJ-DATE DELIMITED BY SIZE
004910            " " DELIMITED BY SIZE
004920            SJ-TIME DELIMITED BY SIZE
004930            " " DELIMITED BY SIZE
004940            SJ-PROGRAM DELIMITED BY SIZE
004950            " " DELIMITED BY SIZE
004960            SJ-OPERATOR-ID DELIMITED BY SIZE
004970            " ACTION " DELIMITED BY SIZE
004980            SJ-ACTION DELIMITED BY SIZE
004990         INTO REPORT-LINE.
005000     WRITE REPORT-LINE.
005010     MOVE SPACES TO REPORT-LINE.
005020     STRING "  BEFORE  : " DELIMITED BY SIZE
005030            SJ-BEFORE-IMAGE DELIMITED BY SIZE
005040         INTO REPORT-LINE.
005050     WRITE REPORT-LINE.
005060     MOVE SPACES TO REPORT-LINE.
005070     IF WS-ON-FILE
005080         STRING "  ON FILE : " DELIMITED BY SIZE
005090                WS-ON-FILE-IMAGE DELIMITED BY SIZE
005100             INTO REPORT-LINE
005110     ELSE
005120         MOVE "  ON FILE : (NO RECORD)" TO REPORT-LINE
005130     END-IF.
005140     WRITE REPORT-LINE.
005150     GO TO 8000-EXIT.
005160 8000-EXIT.
005170     EXIT.
005180*
005190******************************************************************
005200* 9000-TERMINATE - print the run totals and whether the recovery
005210* completed or stopped, close the files, and end the run.
005220******************************************************************
005230 9000-TERMINATE.
005240     MOVE WS-SEATS-RESTORED TO WS-SEATS-RESTORED-EDIT.
005250     MOVE WS-JRNL-APPLIED TO WS-JRNL-APPLIED-EDIT.
005260     MOVE WS-JRNL-PAST-STOP TO WS-JRNL-PAST-STOP-EDIT.
005270     MOVE SPACES TO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     MOVE SPACES TO REPORT-LINE.
005300     STRING "SEATS RESTORED FROM BACKUP     " DELIMITED BY SIZE
005310            WS-SEATS-RESTORED-EDIT DELIMITED BY SIZE
005320         INTO REPORT-LINE.
005330     WRITE REPORT-LINE.
005340     MOVE SPACES TO REPORT-LINE.
005350     STRING "JOURNAL ENTRIES APPLIED        " DELIMITED BY SIZE
005360            WS-JRNL-APPLIED-EDIT DELIMITED BY SIZE
005370         INTO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390     MOVE SPACES TO REPORT-LINE.
005400     STRING "JOURNAL ENTRIES AFTER STOP TIME" DELIMITED BY SIZE
005410            WS-JRNL-PAST-STOP-EDIT DELIMITED BY SIZE
005420         INTO REPORT-LINE.
005430     WRITE REPORT-LINE.
005440     IF WS-RECOVERY-STOPPED
005450         MOVE "RECOVERY STOPPED - SEATSTAT IS NOT CURRENT"
005460             TO REPORT-LINE
005470         MOVE 16 TO RETURN-CODE
005480     ELSE
005490         MOVE "RECOVERY COMPLETE" TO REPORT-LINE
005500     END-IF.
005510     WRITE REPORT-LINE.
005520     DISPLAY "Seats restored  : " WS-SEATS-RESTORED-EDIT.
005530     DISPLAY "Entries applied : " WS-JRNL-APPLIED-EDIT.
005540     DISPLAY "After stop time : " WS-JRNL-PAST-STOP-EDIT.
005550     DISPLAY REPORT-LINE.
005560     CLOSE SEAT-STATUS-FILE.
005570     IF WS-JRNL-FILE-STATUS NOT = "35"
005580         CLOSE SEAT-JOURNAL-FILE
005590     END-IF.
005600     CLOSE RECOVERY-REPORT.
005610     GO TO 9000-EXIT.
005620 9000-EXIT.
005630     EXIT.
005640*
005650 END PROGRAM SEAT-FORWARD-RECOVERY.
