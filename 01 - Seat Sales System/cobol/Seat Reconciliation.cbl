000130*                - seats outside their venue's row/seat bounds
000140*                - sold seats with a blank ticket number
000150*                - seats whose status contradicts the last
000160*                  RESERVE/CANCEL/HOLD/RELEASE/EXCHANGE audit
000170*                  entry
000180*                - sold seats with no row price on file
000190*                - two sold seats carrying the same ticket number
000200*                - sold seats carrying a ticket number voided by
000210*                  a lost/stolen reissue (VOIDTKT)
000220* TECTONICS:   cobc
000230******************************************************************
000240* MODIFICATION HISTORY
000250*  DATE       INIT DESCRIPTION
000260*  22/08/2026 AG   Original reconciliation program.
000270*  22/08/2026 AG   The last-action table now skips audit
000280*                  entries for shows no longer on the show
000290*                  master, so closed-out history can never
000300*                  overflow it and disable the audit check.
000310*  02/09/2026 AG   The sold-seat checks now cover attended seats
000320*                  ('A') as well, and a CHECKIN audit action is
000330*                  expected to leave 'A' behind.
000340*  02/09/2026 AG   Added a duplicate-ticket-number check across
000350*                  SEATSTAT now that ticket numbers are system-
000360*                  assigned: two sold seats carrying the same
000370*                  ticket is a discrepancy.
000380*  15/10/2026 AG   The audit check now knows the seat exchange
000390*                  actions: EXCHANGE leaves 'X' on the seat moved
000400*                  into and EXCHOUT leaves 'L' on the seat
000410*                  given up.
000420*  15/10/2026 AG   Sold seats are now checked against the voided-
000430*                  ticket file - a voided number on a live seat
000440*                  is a discrepancy. REISSUE leaves 'X'; VOIDUSE
000450*                  (a voided ticket refused at the door) changes
000460*                  no seat and is left out of the last-action
000470*                  table.
000480*  15/10/2026 AG   The run now checks the BATCHCTL batch control
000490*                  file and refuses to start (RC 8) until SHOWCLOS
000500*                  is complete for the prior business day, so it
000510*                  certifies the files as the morning shift will
000520*                  find them; it posts itself running, then
000530*                  complete (seats checked and discrepancies
000540*                  found) or failed with RC 16.
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. SEAT-RECONCILIATION.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS SS-KEY
000650         FILE STATUS IS WS-SEAT-FILE-STATUS.
000660     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS SM-SHOW-ID
000700         FILE STATUS IS WS-SHOW-FILE-STATUS.
000710     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS VM-VENUE-ID
000750         FILE STATUS IS WS-VENUE-FILE-STATUS.
000760     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RP-KEY
000800         FILE STATUS IS WS-PRICE-FILE-STATUS.
000810     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000840     SELECT VOIDED-TICKET-FILE ASSIGN TO "VOIDTKT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS VT-TICKET-NUMBER
000880         FILE STATUS IS WS-VOID-FILE-STATUS.
000890     SELECT RECON-REPORT ASSIGN TO "SEATRECN"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-RECN-FILE-STATUS.
000920     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS BC-KEY
000960         FILE STATUS IS WS-BCTL-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  SEAT-STATUS-FILE.
001000     COPY SEATSTAT.
001010 FD  SHOW-MASTER-FILE.
001020     COPY SHOWMSTR.
001030 FD  VENUE-MASTER-FILE.
001040     COPY VENUEMST.
001050 FD  ROW-PRICE-FILE.
001060     COPY ROWPRICE.
001070 FD  AUDIT-LOG-FILE.
001080     COPY AUDITLOG.
001090 FD  VOIDED-TICKET-FILE.
001100     COPY VOIDTKT.
001110 FD  RECON-REPORT.
001120 01  RECON-LINE                  PIC X(80).
001130 FD  BATCH-CONTROL-FILE.
001140     COPY BATCHCTL.
001150 WORKING-STORAGE SECTION.
001160 01  WS-SEAT-FILE-STATUS         PIC X(02).
001170 01  WS-SHOW-FILE-STATUS         PIC X(02).
001180 01  WS-VENUE-FILE-STATUS        PIC X(02).
001190 01  WS-PRICE-FILE-STATUS        PIC X(02).
001200 01  WS-AUDIT-FILE-STATUS        PIC X(02).
001210 01  WS-RECN-FILE-STATUS         PIC X(02).
001220 01  WS-VOID-FILE-STATUS         PIC X(02).
001230 01  WS-BCTL-FILE-STATUS         PIC X(02).
001240******************************************************************
001250* Batch control: this job's name on BATCHCTL, the business date
001260* it runs for (the prior day - the day the overnight window
001270* settles), the predecessor being checked and the status
001280* posted at the end.
001290******************************************************************
001300 01  WS-BCTL-FIELDS.
001310     05 WS-BCTL-JOB              PIC X(08) VALUE "SEATRECN".
001320     05 WS-BCTL-DATE             PIC 9(06) VALUE ZERO.
001330     05 WS-BCTL-RUN-DATE         PIC 9(08).
001340     05 WS-BCTL-PRIOR-DATE       PIC 9(08).
001350     05 FILLER REDEFINES WS-BCTL-PRIOR-DATE.
001360         10 FILLER               PIC 9(02).
001370         10 WS-BCTL-PRIOR-YYMMDD PIC 9(06).
001380     05 WS-BCTL-DAY-NUMBER       PIC 9(08) COMP.
001390     05 WS-BCTL-PRED             PIC X(08).
001400     05 WS-BCTL-FINAL-STATUS     PIC X(01).
001410     05 WS-BCTL-ON-FILE-SW       PIC X(01) VALUE 'N'.
001420         88 WS-BCTL-ON-FILE                  VALUE 'Y'.
001430     05 WS-BCTL-POSTED-SW        PIC X(01) VALUE 'N'.
001440         88 WS-BCTL-POSTED                   VALUE 'Y'.
001450 01  WS-SEAT-EOF-SW              PIC X(01) VALUE 'N'.
001460     88 WS-SEAT-EOF                          VALUE 'Y'.
001470 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001480     88 WS-AUDIT-EOF                         VALUE 'Y'.
001490 01  WS-AUDIT-SKIP-SW            PIC X(01) VALUE 'N'.
001500     88 WS-AUDIT-SKIP                        VALUE 'Y'.
001510 01  WS-VOID-SKIP-SW             PIC X(01) VALUE 'N'.
001520     88 WS-VOID-SKIP                         VALUE 'Y'.
001530 01  WS-SHOW-ON-FILE-SW          PIC X(01) VALUE 'N'.
001540     88 WS-SHOW-ON-FILE                      VALUE 'Y'.
001550 01  WS-VENUE-ON-FILE-SW         PIC X(01) VALUE 'N'.
001560     88 WS-VENUE-ON-FILE                     VALUE 'Y'.
001570 01  WS-FIRST-SEAT-SW            PIC X(01) VALUE 'Y'.
001580     88 WS-FIRST-SEAT                        VALUE 'Y'.
001590 01  WS-AT-FOUND-SW              PIC X(01) VALUE 'N'.
001600     88 WS-AT-FOUND                          VALUE 'Y'.
001610 01  WS-CURRENT-SHOW             PIC X(04).
001620 01  WS-LAST-AUDIT-SHOW          PIC X(04) VALUE LOW-VALUES.
001630 01  WS-AUDIT-SHOW-ON-SW         PIC X(01) VALUE 'N'.
001640     88 WS-AUDIT-SHOW-ON                     VALUE 'Y'.
001650 01  WS-EXPECTED-STATUS          PIC X(01).
001660 01  WS-REASON                   PIC X(34).
001670******************************************************************
001680* The audit log is condensed to one entry per seat holding the
001690* last action logged against it; the seat's current status is
001700* then checked against what that action should have left behind.
001710******************************************************************
001720 01  WS-AUDIT-TABLE.
001730     05 WS-AUDIT-ENTRY OCCURS 5000 TIMES.
001740         10 WS-AT-KEY.
001750             15 WS-AT-SHOW-ID    PIC X(04).
001760             15 WS-AT-ROW        PIC 9(02).
001770             15 WS-AT-SEAT       PIC 9(02).
001780         10 WS-AT-LAST-ACTION   PIC X(08).
001790 01  WS-AUDIT-COUNT              PIC 9(05) COMP VALUE ZERO.
001800 01  WS-AT-IX                    PIC 9(05) COMP.
001810 01  WS-AT-FOUND-IX              PIC 9(05) COMP.
001820 01  WS-AL-SEAT-KEY.
001830     05 WS-ALK-SHOW-ID           PIC X(04).
001840     05 WS-ALK-ROW               PIC 9(02).
001850     05 WS-ALK-SEAT              PIC 9(02).
001860******************************************************************
001870* Every sold seat's ticket number, collected during the walk of
001880* the seat file; a number seen a second time is reported as a
001890* duplicate. A full table reports once and stops collecting -
001900* a partial check beats a miscounted one.
001910******************************************************************
001920 01  WS-TICKET-TABLE.
001930     05 WS-TICKET-SEEN OCCURS 5000 TIMES
001940                                 PIC X(10).
001950 01  WS-TICKET-COUNT             PIC 9(05) COMP VALUE ZERO.
001960 01  WS-TK-IX                    PIC 9(05) COMP.
001970 01  WS-TK-FOUND-SW              PIC X(01) VALUE 'N'.
001980     88 WS-TK-FOUND                          VALUE 'Y'.
001990 01  WS-TICKET-FULL-SW           PIC X(01) VALUE 'N'.
002000     88 WS-TICKET-FULL                       VALUE 'Y'.
002010 01  WS-SHOW-TOTALS.
002020     05 WS-SHOW-SEATS            PIC 9(05) COMP VALUE ZERO.
002030     05 WS-SHOW-DISCREPANCIES    PIC 9(05) COMP VALUE ZERO.
002040     05 WS-SHOW-SEATS-EDIT       PIC ZZ,ZZ9.
002050     05 WS-SHOW-DISCREP-EDIT     PIC ZZ,ZZ9.
002060 01  WS-GRAND-TOTALS.
002070     05 WS-TOTAL-SEATS           PIC 9(07) COMP VALUE ZERO.
002080     05 WS-TOTAL-DISCREPANCIES   PIC 9(07) COMP VALUE ZERO.
002090     05 WS-TOTAL-SEATS-EDIT      PIC Z,ZZZ,ZZ9.
002100     05 WS-TOTAL-DISCREP-EDIT    PIC Z,ZZZ,ZZ9.
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     DISPLAY "Seat Reconciliation".
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-CHECK-SEAT THRU 2000-EXIT
002160         UNTIL WS-SEAT-EOF.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     STOP RUN.
002190*
002200******************************************************************
002210* 1000-INITIALIZE - open every file, condense the audit log into
002220* the last-action-per-seat table, and position at the first
002230* seat status record. The voided-ticket file only exists once a
002240* ticket has been reissued, so without it the void check is
002250* skipped rather than the run aborted.
002260******************************************************************
002270 1000-INITIALIZE.
002280     PERFORM 1050-CHECK-BATCH-CONTROL THRU 1050-EXIT.
002290     OPEN OUTPUT RECON-REPORT.
002300     MOVE "SEAT RECONCILIATION REPORT" TO RECON-LINE.
002310     WRITE RECON-LINE.
002320     OPEN INPUT SEAT-STATUS-FILE.
002330     IF WS-SEAT-FILE-STATUS NOT = "00"
002340         DISPLAY "SEAT-RECONCILIATION: SEATSTAT NOT AVAILABLE, "
002350             "FILE STATUS " WS-SEAT-FILE-STATUS
002360         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002370     END-IF.
002380     OPEN INPUT SHOW-MASTER-FILE.
002390     IF WS-SHOW-FILE-STATUS NOT = "00"
002400         DISPLAY "SEAT-RECONCILIATION: SHOWMSTR NOT AVAILABLE, "
002410             "FILE STATUS " WS-SHOW-FILE-STATUS
002420         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002430     END-IF.
002440     OPEN INPUT VENUE-MASTER-FILE.
002450     IF WS-VENUE-FILE-STATUS NOT = "00"
002460         DISPLAY "SEAT-RECONCILIATION: VENUEMST NOT AVAILABLE, "
002470             "FILE STATUS " WS-VENUE-FILE-STATUS
002480         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002490     END-IF.
002500     OPEN INPUT ROW-PRICE-FILE.
002510     IF WS-PRICE-FILE-STATUS NOT = "00"
002520         DISPLAY "SEAT-RECONCILIATION: ROWPRICE NOT AVAILABLE, "
002530             "FILE STATUS " WS-PRICE-FILE-STATUS
002540         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002550     END-IF.
002560     OPEN INPUT AUDIT-LOG-FILE.
002570     IF WS-AUDIT-FILE-STATUS = "00"
002580         PERFORM 3000-LOAD-AUDIT THRU 3000-EXIT
002590             UNTIL WS-AUDIT-EOF
002600         CLOSE AUDIT-LOG-FILE
002610     ELSE
002620         MOVE 'Y' TO WS-AUDIT-SKIP-SW
002630         MOVE "AUDIT LOG NOT AVAILABLE - AUDIT CHECK SKIPPED"
002640             TO RECON-LINE
002650         WRITE RECON-LINE
002660     END-IF.
002670     IF WS-AUDIT-SKIP AND WS-AUDIT-FILE-STATUS = "00"
002680         MOVE "AUDIT TABLE FULL - AUDIT CHECK SKIPPED"
002690             TO RECON-LINE
002700         WRITE RECON-LINE
002710     END-IF.
002720     OPEN INPUT VOIDED-TICKET-FILE.
002730     IF WS-VOID-FILE-STATUS NOT = "00"
002740         MOVE 'Y' TO WS-VOID-SKIP-SW
002750         MOVE "VOID FILE NOT AVAILABLE - VOID CHECK SKIPPED"
002760             TO RECON-LINE
002770         WRITE RECON-LINE
002780     END-IF.
002790     MOVE LOW-VALUES TO SS-KEY.
002800     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
002810         INVALID KEY MOVE 'Y' TO WS-SEAT-EOF-SW
002820     END-START.
002830     GO TO 1000-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880* 1090-ABORT-RUN - a file this run depends on could not be
002890* opened; close the report and end the run rather than certify
002900* against files that were never successfully opened, posting
002910* it failed on BATCHCTL.
002920******************************************************************
002930 1090-ABORT-RUN.
002940     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE"
002950         TO RECON-LINE.
002960     WRITE RECON-LINE.
002970     CLOSE RECON-REPORT.
002980     MOVE 'F' TO WS-BCTL-FINAL-STATUS.
002990     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
003000     MOVE 16 TO RETURN-CODE.
003010     STOP RUN.
003020 1090-EXIT.
003030     EXIT.
003040*
003050******************************************************************
003060* 1050-CHECK-BATCH-CONTROL - the reconciliation certifies the
003070* files the morning shift will open, so it must wait for the
003080* last updater of the night, SHOWCLOS, to complete the prior
003090* business day (SHOWCLOS itself waits on everything before
003100* it). Discrepancies found do not fail the run - the report
003110* says whether to certify.
003120* Then post this run as running on BATCHCTL.
003130******************************************************************
003140 1050-CHECK-BATCH-CONTROL.
003150     ACCEPT WS-BCTL-RUN-DATE FROM DATE YYYYMMDD.
003160     COMPUTE WS-BCTL-DAY-NUMBER =
003170         FUNCTION INTEGER-OF-DATE(WS-BCTL-RUN-DATE) - 1.
003180     COMPUTE WS-BCTL-PRIOR-DATE =
003190         FUNCTION DATE-OF-INTEGER(WS-BCTL-DAY-NUMBER).
003200     MOVE WS-BCTL-PRIOR-YYMMDD TO WS-BCTL-DATE.
003210     OPEN I-O BATCH-CONTROL-FILE.
003220     IF WS-BCTL-FILE-STATUS = "35"
003230         OPEN OUTPUT BATCH-CONTROL-FILE
003240         CLOSE BATCH-CONTROL-FILE
003250         OPEN I-O BATCH-CONTROL-FILE
003260     END-IF.
003270     IF WS-BCTL-FILE-STATUS NOT = "00"
003280         DISPLAY "SEAT-RECONCILIATION: BATCHCTL NOT AVAILABLE, "
003290             "FILE STATUS " WS-BCTL-FILE-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     MOVE "SHOWCLOS" TO WS-BCTL-PRED.
003340     PERFORM 1055-CHECK-PREDECESSOR THRU 1055-EXIT.
003350     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
003360     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003370     READ BATCH-CONTROL-FILE
003380         INVALID KEY
003390             MOVE 'N' TO WS-BCTL-ON-FILE-SW
003400             MOVE ZERO TO BC-RUN-COUNT
003410             MOVE SPACES TO BC-OVERRIDE-ID
003420         NOT INVALID KEY
003430             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
003440     END-READ.
003450     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
003460     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003470     MOVE 'R' TO BC-STATUS.
003480     ACCEPT BC-START-DATE FROM DATE.
003490     ACCEPT BC-START-TIME FROM TIME.
003500     MOVE ZERO TO BC-END-DATE.
003510     MOVE ZERO TO BC-END-TIME.
003520     MOVE ZERO TO BC-RECORDS-READ.
003530     MOVE ZERO TO BC-RECORDS-WRITTEN.
003540     MOVE ZERO TO BC-RECORDS-REJECTED.
003550     MOVE ZERO TO BC-CONTROL-AMOUNT.
003560     ADD 1 TO BC-RUN-COUNT.
003570     IF WS-BCTL-ON-FILE
003580         REWRITE BATCH-CONTROL-RECORD
003590     ELSE
003600         WRITE BATCH-CONTROL-RECORD
003610     END-IF.
003620     CLOSE BATCH-CONTROL-FILE.
003630     MOVE 'Y' TO WS-BCTL-POSTED-SW.
003640     GO TO 1050-EXIT.
003650 1050-EXIT.
003660     EXIT.
003670*
003680******************************************************************
003690* 1055-CHECK-PREDECESSOR - the job in WS-BCTL-PRED must be
003700* complete for the business date; anything else (not started,
003710* still running, failed) refuses the run with RC 8.
003720******************************************************************
003730 1055-CHECK-PREDECESSOR.
003740     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
003750     MOVE WS-BCTL-PRED TO BC-JOB-NAME.
003760     READ BATCH-CONTROL-FILE
003770         INVALID KEY
003780             MOVE 'N' TO BC-STATUS
003790     END-READ.
003800     IF BC-COMPLETE
003810         GO TO 1055-EXIT
003820     END-IF.
003830     DISPLAY "SEAT-RECONCILIATION: " WS-BCTL-PRED
003840         " NOT COMPLETE FOR " WS-BCTL-DATE " - RUN REFUSED".
003850     CLOSE BATCH-CONTROL-FILE.
003860     MOVE 8 TO RETURN-CODE.
003870     STOP RUN.
003880 1055-EXIT.
003890     EXIT.
003900*
003910******************************************************************
003920* 3000-LOAD-AUDIT - read the next audit record and post it to
003930* the last-action-per-seat table.
003940******************************************************************
003950 3000-LOAD-AUDIT.
003960     READ AUDIT-LOG-FILE
003970         AT END
003980             MOVE 'Y' TO WS-AUDIT-EOF-SW
003990             GO TO 3000-EXIT
004000     END-READ.
004010     PERFORM 3010-POST-AUDIT-ENTRY THRU 3010-EXIT.
004020     GO TO 3000-EXIT.
004030 3000-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070* Entries for shows no longer on the show master were closed
004080* out and archived - their seats can never appear in the walk
004090* of the live seat file, so they are left out of the table to
004100* keep it bounded by live data rather than by the log's full
004110* history. The show just checked is cached to avoid a master
004120* read per audit record. A VOIDUSE entry (a voided ticket
004130* refused at the door) is logged against the seat the ticket
004140* was voided from but changes nothing on it, so it is skipped.
004150******************************************************************
004160 3010-POST-AUDIT-ENTRY.
004170     IF AL-ACTION = "VOIDUSE "
004180         GO TO 3010-EXIT
004190     END-IF.
004200     IF AL-SHOW-ID NOT = WS-LAST-AUDIT-SHOW
004210         MOVE AL-SHOW-ID TO WS-LAST-AUDIT-SHOW
004220         MOVE 'N' TO WS-AUDIT-SHOW-ON-SW
004230         MOVE AL-SHOW-ID TO SM-SHOW-ID
004240         READ SHOW-MASTER-FILE
004250             INVALID KEY
004260                 CONTINUE
004270             NOT INVALID KEY
004280                 MOVE 'Y' TO WS-AUDIT-SHOW-ON-SW
004290         END-READ
004300     END-IF.
004310     IF NOT WS-AUDIT-SHOW-ON
004320         GO TO 3010-EXIT
004330     END-IF.
004340     MOVE AL-SHOW-ID TO WS-ALK-SHOW-ID.
004350     MOVE AL-ROW TO WS-ALK-ROW.
004360     MOVE AL-SEAT TO WS-ALK-SEAT.
004370     PERFORM 3020-FIND-AUDIT-ENTRY THRU 3020-EXIT.
004380     IF WS-AT-FOUND
004390         MOVE AL-ACTION
004400             TO WS-AT-LAST-ACTION(WS-AT-FOUND-IX)
004410         GO TO 3010-EXIT
004420     END-IF.
004430     IF WS-AUDIT-COUNT >= 5000
004440         MOVE 'Y' TO WS-AUDIT-SKIP-SW
004450         GO TO 3010-EXIT
004460     END-IF.
004470     ADD 1 TO WS-AUDIT-COUNT.
004480     MOVE WS-AL-SEAT-KEY TO WS-AT-KEY(WS-AUDIT-COUNT).
004490     MOVE AL-ACTION TO WS-AT-LAST-ACTION(WS-AUDIT-COUNT).
004500     GO TO 3010-EXIT.
004510 3010-EXIT.
004520     EXIT.
004530*
004540 3020-FIND-AUDIT-ENTRY.
004550     MOVE 'N' TO WS-AT-FOUND-SW.
004560     MOVE 1 TO WS-AT-IX.
004570     PERFORM 3030-MATCH-AUDIT-ENTRY THRU 3030-EXIT
004580         UNTIL WS-AT-FOUND OR WS-AT-IX > WS-AUDIT-COUNT.
004590     GO TO 3020-EXIT.
004600 3020-EXIT.
004610     EXIT.
004620*
004630 3030-MATCH-AUDIT-ENTRY.
004640     IF WS-AT-KEY(WS-AT-IX) = WS-AL-SEAT-KEY
004650         MOVE 'Y' TO WS-AT-FOUND-SW
004660         MOVE WS-AT-IX TO WS-AT-FOUND-IX
004670     END-IF.
004680     ADD 1 TO WS-AT-IX.
004690     GO TO 3030-EXIT.
004700 3030-EXIT.
004710     EXIT.
004720*
004730******************************************************************
004740* 2000-CHECK-SEAT - read the next seat status record, break to a
004750* new show heading when the show changes, and run every check
004760* against the record.
004770******************************************************************
004780 2000-CHECK-SEAT.
004790     READ SEAT-STATUS-FILE NEXT RECORD
004800         AT END
004810             MOVE 'Y' TO WS-SEAT-EOF-SW
004820             GO TO 2000-EXIT
004830     END-READ.
004840     IF WS-FIRST-SEAT OR SS-SHOW-ID NOT = WS-CURRENT-SHOW
004850         IF NOT WS-FIRST-SEAT
004860             PERFORM 2100-SHOW-TOTALS THRU 2100-EXIT
004870         END-IF
004880         MOVE 'N' TO WS-FIRST-SEAT-SW
004890         PERFORM 2200-START-SHOW THRU 2200-EXIT
004900     END-IF.
004910     ADD 1 TO WS-SHOW-SEATS.
004920     ADD 1 TO WS-TOTAL-SEATS.
004930     PERFORM 2300-CHECK-ONE-SEAT THRU 2300-EXIT.
004940     GO TO 2000-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970*
004980******************************************************************
004990* 2200-START-SHOW - a new show has started in the seat file;
005000* print its heading and look up its master and venue records
005010* once for all the seats that follow.
005020******************************************************************
005030 2200-START-SHOW.
005040     MOVE SS-SHOW-ID TO WS-CURRENT-SHOW.
005050     MOVE ZERO TO WS-SHOW-SEATS.
005060     MOVE ZERO TO WS-SHOW-DISCREPANCIES.
005070     MOVE SPACES TO RECON-LINE.
005080     WRITE RECON-LINE.
005090     STRING "SHOW " DELIMITED BY SIZE
005100            WS-CURRENT-SHOW DELIMITED BY SIZE
005110         INTO RECON-LINE.
005120     WRITE RECON-LINE.
005130     MOVE 'N' TO WS-SHOW-ON-FILE-SW.
005140     MOVE 'N' TO WS-VENUE-ON-FILE-SW.
005150     MOVE WS-CURRENT-SHOW TO SM-SHOW-ID.
005160     READ SHOW-MASTER-FILE
005170         INVALID KEY
005180             MOVE "SHOW NOT ON SHOW MASTER" TO WS-REASON
005190             PERFORM 2400-WRITE-DISCREPANCY THRU 2400-EXIT
005200         NOT INVALID KEY
005210             MOVE 'Y' TO WS-SHOW-ON-FILE-SW
005220     END-READ.
005230     IF WS-SHOW-ON-FILE
005240         MOVE SM-VENUE-ID TO VM-VENUE-ID
005250         READ VENUE-MASTER-FILE
005260             INVALID KEY
005270                 MOVE "VENUE NOT ON VENUE MASTER" TO WS-REASON
005280                 PERFORM 2400-WRITE-DISCREPANCY THRU 2400-EXIT
005290             NOT INVALID KEY
005300                 MOVE 'Y' TO WS-VENUE-ON-FILE-SW
005310         END-READ
005320     END-IF.
005330     GO TO 2200-EXIT.
005340 2200-EXIT.
005350     EXIT.
005360*
005370******************************************************************
005380* 2300-CHECK-ONE-SEAT - run the per-seat checks: venue bounds,
005390* blank ticket on a sold seat, row price cover for a sold seat,
005400* the duplicate-ticket and voided-ticket checks for a sold seat,
005410* and the seat's status against the last audit action.
005420******************************************************************
005430 2300-CHECK-ONE-SEAT.
005440     IF WS-VENUE-ON-FILE
005450         IF SS-ROW < 1 OR SS-ROW > VM-NUM-ROWS
005460             OR SS-SEAT < 1 OR SS-SEAT > VM-NUM-SEATS
005470             MOVE "ROW/SEAT OUTSIDE VENUE BOUNDS" TO WS-REASON
005480             PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
005490         END-IF
005500     END-IF.
005510     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
005520         AND SS-TICKET-NUMBER = SPACES
005530         MOVE "SOLD SEAT WITH BLANK TICKET" TO WS-REASON
005540         PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
005550     END-IF.
005560     IF SS-STATUS = 'X' OR SS-STATUS = 'A'
005570         MOVE SS-SHOW-ID TO RP-SHOW-ID
005580         MOVE SS-ROW TO RP-ROW
005590         READ ROW-PRICE-FILE
005600             INVALID KEY
005610                 MOVE "SOLD SEAT WITH NO ROW PRICE"
005620                     TO WS-REASON
005630                 PERFORM 2410-WRITE-SEAT-DISCREPANCY
005640                     THRU 2410-EXIT
005650             NOT INVALID KEY
005660                 CONTINUE
005670         END-READ
005680     END-IF.
005690     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
005700         AND SS-TICKET-NUMBER NOT = SPACES
005710         PERFORM 2600-CHECK-DUP-TICKET THRU 2600-EXIT
005720     END-IF.
005730     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
005740         AND SS-TICKET-NUMBER NOT = SPACES
005750         AND NOT WS-VOID-SKIP
005760         PERFORM 2700-CHECK-VOIDED-TICKET THRU 2700-EXIT
005770     END-IF.
005780     IF NOT WS-AUDIT-SKIP
005790         PERFORM 2500-CHECK-AUDIT-STATUS THRU 2500-EXIT
005800     END-IF.
005810     GO TO 2300-EXIT.
005820 2300-EXIT.
005830     EXIT.
005840*
005850******************************************************************
005860* 2500-CHECK-AUDIT-STATUS - compare the seat's current status
005870* with what the last audit action for it should have left
005880* behind: RESERVE, EXCHANGE (a seat exchanged into) and
005890* REISSUE (a new ticket on a sold seat) leave 'X', HOLD leaves
005900* 'H', CHECKIN leaves 'A', CANCEL, RELEASE and EXCHOUT (a seat
005910* exchanged out of) leave 'L'. A seat with no audit history at
005920* all is only clean when it is still open.
005930******************************************************************
005940 2500-CHECK-AUDIT-STATUS.
005950     MOVE SS-SHOW-ID TO WS-ALK-SHOW-ID.
005960     MOVE SS-ROW TO WS-ALK-ROW.
005970     MOVE SS-SEAT TO WS-ALK-SEAT.
005980     PERFORM 3020-FIND-AUDIT-ENTRY THRU 3020-EXIT.
005990     IF NOT WS-AT-FOUND
006000         IF SS-STATUS NOT = 'L'
006010             MOVE "STATUS HAS NO AUDIT HISTORY" TO WS-REASON
006020             PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
006030         END-IF
006040         GO TO 2500-EXIT
006050     END-IF.
006060     EVALUATE WS-AT-LAST-ACTION(WS-AT-FOUND-IX)
006070         WHEN "RESERVE "
006080             MOVE 'X' TO WS-EXPECTED-STATUS
006090         WHEN "EXCHANGE"
006100             MOVE 'X' TO WS-EXPECTED-STATUS
006110         WHEN "REISSUE "
006120             MOVE 'X' TO WS-EXPECTED-STATUS
006130         WHEN "HOLD    "
006140             MOVE 'H' TO WS-EXPECTED-STATUS
006150         WHEN "CHECKIN "
006160             MOVE 'A' TO WS-EXPECTED-STATUS
006170         WHEN OTHER
006180             MOVE 'L' TO WS-EXPECTED-STATUS
006190     END-EVALUATE.
006200     IF SS-STATUS NOT = WS-EXPECTED-STATUS
006210         MOVE "STATUS CONTRADICTS AUDIT TRAIL" TO WS-REASON
006220         PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
006230     END-IF.
006240     GO TO 2500-EXIT.
006250 2500-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 2600-CHECK-DUP-TICKET - ticket numbers are system-assigned
006300* and must be unique across every sold seat on file; report a
006310* number already seen earlier in the walk as a discrepancy,
006320* otherwise remember it.
006330******************************************************************
006340 2600-CHECK-DUP-TICKET.
006350     MOVE 'N' TO WS-TK-FOUND-SW.
006360     MOVE 1 TO WS-TK-IX.
006370     PERFORM 2610-MATCH-TICKET THRU 2610-EXIT
006380         UNTIL WS-TK-FOUND OR WS-TK-IX > WS-TICKET-COUNT.
006390     IF WS-TK-FOUND
006400         MOVE "DUPLICATE TICKET NUMBER" TO WS-REASON
006410         PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
006420         GO TO 2600-EXIT
006430     END-IF.
006440     IF WS-TICKET-COUNT >= 5000
006450         IF NOT WS-TICKET-FULL
006460             MOVE 'Y' TO WS-TICKET-FULL-SW
006470             MOVE "TICKET TABLE FULL - DUP CHECK PARTIAL"
006480                 TO RECON-LINE
006490             WRITE RECON-LINE
006500         END-IF
006510         GO TO 2600-EXIT
006520     END-IF.
006530     ADD 1 TO WS-TICKET-COUNT.
006540     MOVE SS-TICKET-NUMBER TO WS-TICKET-SEEN(WS-TICKET-COUNT).
006550     GO TO 2600-EXIT.
006560 2600-EXIT.
006570     EXIT.
006580*
006590 2610-MATCH-TICKET.
006600     IF WS-TICKET-SEEN(WS-TK-IX) = SS-TICKET-NUMBER
006610         MOVE 'Y' TO WS-TK-FOUND-SW
006620     END-IF.
006630     ADD 1 TO WS-TK-IX.
006640     GO TO 2610-EXIT.
006650 2610-EXIT.
006660     EXIT.
006670*
006680******************************************************************
006690* 2700-CHECK-VOIDED-TICKET - a sold seat must never carry a
006700* ticket number voided by a lost/stolen reissue, or the door
006710* would turn away the patron holding the seat's own ticket.
006720******************************************************************
006730 2700-CHECK-VOIDED-TICKET.
006740     MOVE SS-TICKET-NUMBER TO VT-TICKET-NUMBER.
006750     READ VOIDED-TICKET-FILE
006760         INVALID KEY
006770             CONTINUE
006780         NOT INVALID KEY
006790             MOVE "VOIDED TICKET ON LIVE SEAT" TO WS-REASON
006800             PERFORM 2410-WRITE-SEAT-DISCREPANCY THRU 2410-EXIT
006810     END-READ.
006820     GO TO 2700-EXIT.
006830 2700-EXIT.
006840     EXIT.
006850*
006860******************************************************************
006870* 2400-WRITE-DISCREPANCY - print one show-level discrepancy
006880* line.
006890******************************************************************
006900 2400-WRITE-DISCREPANCY.
006910     MOVE SPACES TO RECON-LINE.
006920     STRING "  ** " DELIMITED BY SIZE
006930            WS-REASON DELIMITED BY SIZE
006940         INTO RECON-LINE.
006950     WRITE RECON-LINE.
006960     ADD 1 TO WS-SHOW-DISCREPANCIES.
006970     ADD 1 TO WS-TOTAL-DISCREPANCIES.
006980     GO TO 2400-EXIT.
006990 2400-EXIT.
007000     EXIT.
007010*
007020******************************************************************
007030* 2410-WRITE-SEAT-DISCREPANCY - print one seat-level discrepancy
007040* line carrying the row and seat it was found at.
007050******************************************************************
007060 2410-WRITE-SEAT-DISCREPANCY.
007070     MOVE SPACES TO RECON-LINE.
007080     STRING "  ** ROW " DELIMITED BY SIZE
007090            SS-ROW DELIMITED BY SIZE
007100            " SEAT " DELIMITED BY SIZE
007110            SS-SEAT DELIMITED BY SIZE
007120            " - " DELIMITED BY SIZE
007130            WS-REASON DELIMITED BY SIZE
007140         INTO RECON-LINE.
007150     WRITE RECON-LINE.
007160     ADD 1 TO WS-SHOW-DISCREPANCIES.
007170     ADD 1 TO WS-TOTAL-DISCREPANCIES.
007180     GO TO 2410-EXIT.
007190 2410-EXIT.
007200     EXIT.
007210*
007220******************************************************************
007230* 2100-SHOW-TOTALS - print the seats-checked and discrepancy
007240* counts for the show just completed.
007250******************************************************************
007260 2100-SHOW-TOTALS.
007270     MOVE WS-SHOW-SEATS TO WS-SHOW-SEATS-EDIT.
007280     MOVE WS-SHOW-DISCREPANCIES TO WS-SHOW-DISCREP-EDIT.
007290     MOVE SPACES TO RECON-LINE.
007300     STRING "  SEATS CHECKED " DELIMITED BY SIZE
007310            WS-SHOW-SEATS-EDIT DELIMITED BY SIZE
007320            "  DISCREPANCIES " DELIMITED BY SIZE
007330            WS-SHOW-DISCREP-EDIT DELIMITED BY SIZE
007340         INTO RECON-LINE.
007350     WRITE RECON-LINE.
007360     GO TO 2100-EXIT.
007370 2100-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410* 9000-TERMINATE - close out the last show, print the grand
007420* totals and the clean/not-clean certification line, and end
007430* the run.
007440******************************************************************
007450 9000-TERMINATE.
007460     IF NOT WS-FIRST-SEAT
007470         PERFORM 2100-SHOW-TOTALS THRU 2100-EXIT
007480     END-IF.
007490     MOVE WS-TOTAL-SEATS TO WS-TOTAL-SEATS-EDIT.
007500     MOVE WS-TOTAL-DISCREPANCIES TO WS-TOTAL-DISCREP-EDIT.
007510     MOVE SPACES TO RECON-LINE.
007520     WRITE RECON-LINE.
007530     STRING "TOTAL SEATS CHECKED " DELIMITED BY SIZE
007540            WS-TOTAL-SEATS-EDIT DELIMITED BY SIZE
007550            "  TOTAL DISCREPANCIES " DELIMITED BY SIZE
007560            WS-TOTAL-DISCREP-EDIT DELIMITED BY SIZE
007570         INTO RECON-LINE.
007580     WRITE RECON-LINE.
007590     IF WS-TOTAL-DISCREPANCIES = ZERO
007600         MOVE "ALL FILES RECONCILE CLEAN" TO RECON-LINE
007610     ELSE
007620         MOVE "DISCREPANCIES FOUND - DO NOT CERTIFY"
007630             TO RECON-LINE
007640     END-IF.
007650     WRITE RECON-LINE.
007660     DISPLAY "Seats checked : " WS-TOTAL-SEATS-EDIT.
007670     DISPLAY "Discrepancies : " WS-TOTAL-DISCREP-EDIT.
007680     CLOSE SEAT-STATUS-FILE.
007690     CLOSE SHOW-MASTER-FILE.
007700     CLOSE VENUE-MASTER-FILE.
007710     CLOSE ROW-PRICE-FILE.
007720     IF NOT WS-VOID-SKIP
007730         CLOSE VOIDED-TICKET-FILE
007740     END-IF.
007750     CLOSE RECON-REPORT.
007760     MOVE 'C' TO WS-BCTL-FINAL-STATUS.
007770     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
007780     GO TO 9000-EXIT.
007790 9000-EXIT.
007800     EXIT.
007810*
007820******************************************************************
007830* 9100-POST-BATCH-CONTROL - post the run's final status ('C'
007840* complete or 'F' failed, set by the caller), the end time and
007850* the control totals to this job's BATCHCTL record. Nothing is
007860* posted for a run that never got as far as posting itself
007870* running.
007880******************************************************************
007890 9100-POST-BATCH-CONTROL.
007900     IF NOT WS-BCTL-POSTED
007910         GO TO 9100-EXIT
007920     END-IF.
007930     OPEN I-O BATCH-CONTROL-FILE.
007940     IF WS-BCTL-FILE-STATUS NOT = "00"
007950         DISPLAY "SEAT-RECONCILIATION: BATCHCTL NOT AVAILABLE, "
007960             "FILE STATUS " WS-BCTL-FILE-STATUS
007970             " - RUN STATUS NOT POSTED"
007980         MOVE 16 TO RETURN-CODE
007990         GO TO 9100-EXIT
008000     END-IF.
008010     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
008020     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
008030     READ BATCH-CONTROL-FILE
008040         INVALID KEY
008050             MOVE 'N' TO WS-BCTL-ON-FILE-SW
008060             MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE
008070             MOVE WS-BCTL-JOB TO BC-JOB-NAME
008080             MOVE ZERO TO BC-START-DATE
008090             MOVE ZERO TO BC-START-TIME
008100             MOVE 1 TO BC-RUN-COUNT
008110             MOVE SPACES TO BC-OVERRIDE-ID
008120         NOT INVALID KEY
008130             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
008140     END-READ.
008150     MOVE WS-BCTL-FINAL-STATUS TO BC-STATUS.
008160     ACCEPT BC-END-DATE FROM DATE.
008170     ACCEPT BC-END-TIME FROM TIME.
008180     MOVE WS-TOTAL-SEATS TO BC-RECORDS-READ.
008190     MOVE ZERO TO BC-RECORDS-WRITTEN.
008200     MOVE WS-TOTAL-DISCREPANCIES TO BC-RECORDS-REJECTED.
008210     MOVE ZERO TO BC-CONTROL-AMOUNT.
008220     IF WS-BCTL-ON-FILE
008230         REWRITE BATCH-CONTROL-RECORD
008240     ELSE
008250         WRITE BATCH-CONTROL-RECORD
008260     END-IF.
008270     CLOSE BATCH-CONTROL-FILE.
008280     GO TO 9100-EXIT.
008290 9100-EXIT.
008300     EXIT.
008310*
008320 END PROGRAM SEAT-RECONCILIATION.
