000110*              price records to the archive files, and delete
000120*              the show from the masters, keeping the live
000130*              files at working size.
000140*              The promoter is paid face value only: the
000150*              booking fee, facility fee and sales tax in each
000160*              seat's price under the FEESCHED schedule are
000170*              retained and shown beneath the settlement total.
000180* TECTONICS:   cobc
000190******************************************************************
000200* MODIFICATION HISTORY
000210*  DATE       INIT DESCRIPTION
000220*  22/08/2026 AG   Original show close-out/archive program.
000230*  22/08/2026 AG   A closed show's waitlist entries are now
000240*                  purged with it.
000250*  02/09/2026 AG   The settlement now totals each row's actual
000260*                  take from the sale price carried on the seat
000270*                  records (seats sold before prices were
000280*                  carried still settle at the row price), and
000290*                  the archive record grew with the seat record.
000300*  02/09/2026 AG   The settlement now carries attendance: attended
000310*                  seats ('A', checked in on the night) count as
000320*                  sold for money and are also totaled on their
000330*                  own, so a promoter sees sold versus turned-up.
000340*  02/09/2026 AG   The show master record itself is now archived
000350*                  to SHOWARCH before the show is deleted, so
000360*                  the archive inquiry can still put a name,
000370*                  venue and date to a closed show.
000380*  15/10/2026 AG   The settlement now splits each sold seat's
000390*                  price into face value, booking fee, facility
000400*                  fee and sales tax under the show's (or
000410*                  venue's) FEESCHED schedule and shows the
000420*                  face value payable to the promoter with the
000430*                  fees and tax retained beneath it.
000440*  15/10/2026 AG   Every seat record deleted from SEATSTAT is now
000450*                  journalled (before image, time, program and
000460*                  operator) to SEATJRNL for forward recovery.
000470*  15/10/2026 AG   The run now checks the BATCHCTL batch control
000480*                  file and refuses to start (RC 8) until both
000490*                  GLEXTR and SEATACTR are complete for the prior
000500*                  business day, since both still need the shows
000510*                  this run deletes; it posts itself running,
000520*                  then complete (seats archived, shows closed
000530*                  and revenue settled) or failed with RC 16.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. SHOW-CLOSE-OUT.
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SM-SHOW-ID
000640         FILE STATUS IS WS-SHOW-FILE-STATUS.
000650     SELECT SEAT-STATUS-FILE ASSIGN TO "SEATSTAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SS-KEY
000690         FILE STATUS IS WS-SEAT-FILE-STATUS.
000700     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RP-KEY
000740         FILE STATUS IS WS-PRICE-FILE-STATUS.
000750     SELECT SEAT-ARCHIVE-FILE ASSIGN TO "SEATARCH"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-SARC-FILE-STATUS.
000780     SELECT PRICE-ARCHIVE-FILE ASSIGN TO "PRICARCH"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-PARC-FILE-STATUS.
000810     SELECT SHOW-ARCHIVE-FILE ASSIGN TO "SHOWARCH"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-SHAR-FILE-STATUS.
000840     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS WL-KEY
000880         FILE STATUS IS WS-WAIT-FILE-STATUS.
000890     SELECT SETTLEMENT-REPORT ASSIGN TO "SETLRPT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-SETL-FILE-STATUS.
000920     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS FS-KEY
000960         FILE STATUS IS WS-FEE-FILE-STATUS.
000970     SELECT SEAT-JOURNAL-FILE ASSIGN TO "SEATJRNL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-JRNL-FILE-STATUS.
001000     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS BC-KEY
001040         FILE STATUS IS WS-BCTL-FILE-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  SHOW-MASTER-FILE.
001080     COPY SHOWMSTR.
001090 FD  SEAT-STATUS-FILE.
001100     COPY SEATSTAT.
001110 FD  ROW-PRICE-FILE.
001120     COPY ROWPRICE.
001130 FD  SEAT-ARCHIVE-FILE.
001140 01  SEAT-ARCHIVE-RECORD         PIC X(92).
001150 FD  PRICE-ARCHIVE-FILE.
001160 01  PRICE-ARCHIVE-RECORD        PIC X(13).
001170 FD  SHOW-ARCHIVE-FILE.
001180 01  SHOW-ARCHIVE-RECORD         PIC X(40).
001190 FD  WAITLIST-FILE.
001200     COPY WAITLIST.
001210 FD  SETTLEMENT-REPORT.
001220 01  SETTLEMENT-LINE             PIC X(80).
001230 FD  FEE-SCHEDULE-FILE.
001240     COPY FEESCHED.
001250 FD  SEAT-JOURNAL-FILE.
001260     COPY SEATJRNL.
001270 FD  BATCH-CONTROL-FILE.
001280     COPY BATCHCTL.
001290 WORKING-STORAGE SECTION.
001300 01  WS-SHOW-FILE-STATUS         PIC X(02).
001310 01  WS-SEAT-FILE-STATUS         PIC X(02).
001320 01  WS-PRICE-FILE-STATUS        PIC X(02).
001330 01  WS-SHAR-FILE-STATUS         PIC X(02).
001340 01  WS-SARC-FILE-STATUS         PIC X(02).
001350 01  WS-PARC-FILE-STATUS         PIC X(02).
001360 01  WS-SETL-FILE-STATUS         PIC X(02).
001370 01  WS-WAIT-FILE-STATUS         PIC X(02).
001380 01  WS-FEE-FILE-STATUS          PIC X(02).
001390 01  WS-JRNL-FILE-STATUS         PIC X(02).
001400 01  WS-BCTL-FILE-STATUS         PIC X(02).
001410******************************************************************
001420* Batch control: this job's name on BATCHCTL, the business date
001430* it runs for (the prior day - the day the overnight window
001440* settles), the predecessor being checked and the status
001450* posted at the end.
001460******************************************************************
001470 01  WS-BCTL-FIELDS.
001480     05 WS-BCTL-JOB              PIC X(08) VALUE "SHOWCLOS".
001490     05 WS-BCTL-DATE             PIC 9(06) VALUE ZERO.
001500     05 WS-BCTL-RUN-DATE         PIC 9(08).
001510     05 WS-BCTL-PRIOR-DATE       PIC 9(08).
001520     05 FILLER REDEFINES WS-BCTL-PRIOR-DATE.
001530         10 FILLER               PIC 9(02).
001540         10 WS-BCTL-PRIOR-YYMMDD PIC 9(06).
001550     05 WS-BCTL-DAY-NUMBER       PIC 9(08) COMP.
001560     05 WS-BCTL-PRED             PIC X(08).
001570     05 WS-BCTL-FINAL-STATUS     PIC X(01).
001580     05 WS-BCTL-ON-FILE-SW       PIC X(01) VALUE 'N'.
001590         88 WS-BCTL-ON-FILE                  VALUE 'Y'.
001600     05 WS-BCTL-POSTED-SW        PIC X(01) VALUE 'N'.
001610         88 WS-BCTL-POSTED                   VALUE 'Y'.
001620 01  WS-JRNL-BEFORE-IMAGE        PIC X(92).
001630 01  WS-FEE-AVAIL-SW             PIC X(01) VALUE 'N'.
001640     88 WS-FEE-AVAILABLE                     VALUE 'Y'.
001650 01  WS-WAIT-DONE-SW             PIC X(01) VALUE 'N'.
001660     88 WS-WAIT-DONE                         VALUE 'Y'.
001670 01  WS-SHOW-EOF-SW              PIC X(01) VALUE 'N'.
001680     88 WS-SHOW-EOF                          VALUE 'Y'.
001690 01  WS-SEAT-DONE-SW             PIC X(01) VALUE 'N'.
001700     88 WS-SEAT-DONE                         VALUE 'Y'.
001710 01  WS-TODAY                    PIC 9(08).
001720******************************************************************
001730* The shows to close are collected in one pass over the show
001740* master before anything is deleted, so records are never
001750* deleted out from under the sequential read that found them.
001760******************************************************************
001770 01  WS-CLOSE-TABLE.
001780     05 WS-CLOSE-SHOW-ID OCCURS 200 TIMES
001790                                 PIC X(04).
001800 01  WS-CLOSE-COUNT              PIC 9(03) COMP VALUE ZERO.
001810 01  WS-CLOSE-IX                 PIC 9(03) COMP.
001820 01  WS-CLOSE-FULL-SW            PIC X(01) VALUE 'N'.
001830     88 WS-CLOSE-FULL                        VALUE 'Y'.
001840 01  WS-ROW-SOLD-TABLE.
001850     05 WS-ROW-SOLD OCCURS 20 TIMES
001860                                 PIC 9(05) COMP.
001870 01  WS-ROW-TAKE-TABLE.
001880     05 WS-ROW-TAKE OCCURS 20 TIMES
001890                                 PIC 9(07)V99.
001900 01  WS-ROW-IX                   PIC 9(02) COMP.
001910 01  WS-SETTLE-FIELDS.
001920     05 WS-ROW-REVENUE           PIC 9(07)V99.
001930     05 WS-SHOW-SOLD             PIC 9(05) COMP.
001940     05 WS-SHOW-ATTENDED         PIC 9(05) COMP.
001950     05 WS-SHOW-REVENUE          PIC 9(09)V99.
001960     05 WS-ROW-DISP              PIC 9(02).
001970     05 WS-SOLD-EDIT             PIC ZZ,ZZ9.
001980     05 WS-ROW-REVENUE-EDIT      PIC Z,ZZZ,ZZ9.99.
001990     05 WS-SHOW-SOLD-EDIT        PIC ZZ,ZZ9.
002000     05 WS-SHOW-ATTEND-EDIT      PIC ZZ,ZZ9.
002010     05 WS-SHOW-REVENUE-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
002020******************************************************************
002030* The schedule of the show being closed (its own FEESCHED record,
002040* else its venue's) is read once per show; each sold seat's price
002050* is then split under it exactly as the counter splits a sale,
002060* and the components totaled for the show.
002070******************************************************************
002080 01  WS-FEE-FIELDS.
002090     05 WS-CLOSE-VENUE-ID        PIC X(04).
002100     05 WS-SHOW-FEES-SW          PIC X(01).
002110         88 WS-SHOW-HAS-FEES                 VALUE 'Y'.
002120     05 WS-SHOW-BOOKING-FEE      PIC 9(03)V99.
002130     05 WS-SHOW-FACILITY-FEE     PIC 9(03)V99.
002140     05 WS-SHOW-TAX-RATE         PIC 9(02)V99.
002150     05 WS-SEAT-PRICE            PIC 9(05)V99.
002160     05 WS-SEAT-TAX              PIC 9(05)V99.
002170     05 WS-SEAT-BOOKING          PIC 9(05)V99.
002180     05 WS-SEAT-FACILITY         PIC 9(05)V99.
002190     05 WS-FEE-LEFT              PIC 9(05)V99.
002200     05 WS-SHOW-FACE             PIC 9(09)V99.
002210     05 WS-SHOW-BOOKING          PIC 9(09)V99.
002220     05 WS-SHOW-FACILITY         PIC 9(09)V99.
002230     05 WS-SHOW-TAX              PIC 9(09)V99.
002240 01  WS-RUN-TOTALS.
002250     05 WS-SHOWS-CLOSED          PIC 9(03) COMP VALUE ZERO.
002260     05 WS-SHOWS-CLOSED-EDIT     PIC ZZ9.
002270     05 WS-SEATS-ARCHIVED        PIC 9(07) COMP VALUE ZERO.
002280     05 WS-TOTAL-REVENUE         PIC 9(11)V99 VALUE ZERO.
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     DISPLAY "Show Close Out".
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-SCAN-SHOWS THRU 2000-EXIT
002340         UNTIL WS-SHOW-EOF.
002350     MOVE 1 TO WS-CLOSE-IX.
002360     PERFORM 3000-CLOSE-ONE-SHOW THRU 3000-EXIT
002370         UNTIL WS-CLOSE-IX > WS-CLOSE-COUNT.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400*
002410******************************************************************
002420* 1000-INITIALIZE - open every file, capture today's date, and
002430* position at the first show master record.
002440******************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002470     PERFORM 1050-CHECK-BATCH-CONTROL THRU 1050-EXIT.
002480     OPEN OUTPUT SETTLEMENT-REPORT.
002490     MOVE "SHOW CLOSE-OUT SETTLEMENT REPORT" TO SETTLEMENT-LINE.
002500     WRITE SETTLEMENT-LINE.
002510     OPEN I-O SHOW-MASTER-FILE.
002520     IF WS-SHOW-FILE-STATUS NOT = "00"
002530         DISPLAY "SHOW-CLOSE-OUT: SHOWMSTR NOT AVAILABLE, "
002540             "FILE STATUS " WS-SHOW-FILE-STATUS
002550         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002560     END-IF.
002570     OPEN I-O SEAT-STATUS-FILE.
002580     IF WS-SEAT-FILE-STATUS NOT = "00"
002590         DISPLAY "SHOW-CLOSE-OUT: SEATSTAT NOT AVAILABLE, "
002600             "FILE STATUS " WS-SEAT-FILE-STATUS
002610         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002620     END-IF.
002630     OPEN I-O ROW-PRICE-FILE.
002640     IF WS-PRICE-FILE-STATUS NOT = "00"
002650         DISPLAY "SHOW-CLOSE-OUT: ROWPRICE NOT AVAILABLE, "
002660             "FILE STATUS " WS-PRICE-FILE-STATUS
002670         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002680     END-IF.
002690     OPEN EXTEND SEAT-ARCHIVE-FILE.
002700     IF WS-SARC-FILE-STATUS = "35"
002710         OPEN OUTPUT SEAT-ARCHIVE-FILE
002720         CLOSE SEAT-ARCHIVE-FILE
002730         OPEN EXTEND SEAT-ARCHIVE-FILE
002740     END-IF.
002750     OPEN I-O WAITLIST-FILE.
002760     IF WS-WAIT-FILE-STATUS = "35"
002770         OPEN OUTPUT WAITLIST-FILE
002780         CLOSE WAITLIST-FILE
002790         OPEN I-O WAITLIST-FILE
002800     END-IF.
002810     OPEN EXTEND PRICE-ARCHIVE-FILE.
002820     IF WS-PARC-FILE-STATUS = "35"
002830         OPEN OUTPUT PRICE-ARCHIVE-FILE
002840         CLOSE PRICE-ARCHIVE-FILE
002850         OPEN EXTEND PRICE-ARCHIVE-FILE
002860     END-IF.
002870     OPEN EXTEND SHOW-ARCHIVE-FILE.
002880     IF WS-SHAR-FILE-STATUS = "35"
002890         OPEN OUTPUT SHOW-ARCHIVE-FILE
002900         CLOSE SHOW-ARCHIVE-FILE
002910         OPEN EXTEND SHOW-ARCHIVE-FILE
002920     END-IF.
002930     OPEN EXTEND SEAT-JOURNAL-FILE.
002940     IF WS-JRNL-FILE-STATUS = "35"
002950         OPEN OUTPUT SEAT-JOURNAL-FILE
002960         CLOSE SEAT-JOURNAL-FILE
002970         OPEN EXTEND SEAT-JOURNAL-FILE
002980     END-IF.
002990*    The fee schedule is optional - with none on file the whole
003000*    take is face value and payable to the promoter.
003010     OPEN INPUT FEE-SCHEDULE-FILE.
003020     IF WS-FEE-FILE-STATUS = "00"
003030         MOVE 'Y' TO WS-FEE-AVAIL-SW
003040     END-IF.
003050     MOVE LOW-VALUES TO SM-SHOW-ID.
003060     START SHOW-MASTER-FILE KEY IS NOT LESS THAN SM-SHOW-ID
003070         INVALID KEY MOVE 'Y' TO WS-SHOW-EOF-SW
003080     END-START.
003090     GO TO 1000-EXIT.
003100 1000-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140* 1090-ABORT-RUN - a file this run depends on could not be
003150* opened; close the report and end the run before anything is
003160* archived or deleted, posting it failed on BATCHCTL.
003170******************************************************************
003180 1090-ABORT-RUN.
003190     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE"
003200         TO SETTLEMENT-LINE.
003210     WRITE SETTLEMENT-LINE.
003220     CLOSE SETTLEMENT-REPORT.
003230     MOVE 'F' TO WS-BCTL-FINAL-STATUS.
003240     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
003250     MOVE 16 TO RETURN-CODE.
003260     STOP RUN.
003270 1090-EXIT.
003280     EXIT.
003290*
003300******************************************************************
003310* 1050-CHECK-BATCH-CONTROL - nothing may be closed out until
003320* the GL extract and the activity report have both completed
003330* the prior business day - each still prices and names
003340* yesterday's shows off the masters and row prices this run
003350* archives and deletes.
003360* Then post this run as running on BATCHCTL.
003370******************************************************************
003380 1050-CHECK-BATCH-CONTROL.
003390     ACCEPT WS-BCTL-RUN-DATE FROM DATE YYYYMMDD.
003400     COMPUTE WS-BCTL-DAY-NUMBER =
003410         FUNCTION INTEGER-OF-DATE(WS-BCTL-RUN-DATE) - 1.
003420     COMPUTE WS-BCTL-PRIOR-DATE =
003430         FUNCTION DATE-OF-INTEGER(WS-BCTL-DAY-NUMBER).
003440     MOVE WS-BCTL-PRIOR-YYMMDD TO WS-BCTL-DATE.
003450     OPEN I-O BATCH-CONTROL-FILE.
003460     IF WS-BCTL-FILE-STATUS = "35"
003470         OPEN OUTPUT BATCH-CONTROL-FILE
003480         CLOSE BATCH-CONTROL-FILE
003490         OPEN I-O BATCH-CONTROL-FILE
003500     END-IF.
003510     IF WS-BCTL-FILE-STATUS NOT = "00"
003520         DISPLAY "SHOW-CLOSE-OUT: BATCHCTL NOT AVAILABLE, "
003530             "FILE STATUS " WS-BCTL-FILE-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     MOVE "GLEXTR" TO WS-BCTL-PRED.
003580     PERFORM 1055-CHECK-PREDECESSOR THRU 1055-EXIT.
003590     MOVE "SEATACTR" TO WS-BCTL-PRED.
003600     PERFORM 1055-CHECK-PREDECESSOR THRU 1055-EXIT.
003610     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
003620     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003630     READ BATCH-CONTROL-FILE
003640         INVALID KEY
003650             MOVE 'N' TO WS-BCTL-ON-FILE-SW
003660             MOVE ZERO TO BC-RUN-COUNT
003670             MOVE SPACES TO BC-OVERRIDE-ID
003680         NOT INVALID KEY
003690             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
003700     END-READ.
003710     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
003720     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003730     MOVE 'R' TO BC-STATUS.
003740     ACCEPT BC-START-DATE FROM DATE.
003750     ACCEPT BC-START-TIME FROM TIME.
003760     MOVE ZERO TO BC-END-DATE.
003770     MOVE ZERO TO BC-END-TIME.
003780     MOVE ZERO TO BC-RECORDS-READ.
003790     MOVE ZERO TO BC-RECORDS-WRITTEN.
003800     MOVE ZERO TO BC-RECORDS-REJECTED.
003810     MOVE ZERO TO BC-CONTROL-AMOUNT.
003820     ADD 1 TO BC-RUN-COUNT.
003830     IF WS-BCTL-ON-FILE
003840         REWRITE BATCH-CONTROL-RECORD
003850     ELSE
003860         WRITE BATCH-CONTROL-RECORD
003870     END-IF.
003880     CLOSE BATCH-CONTROL-FILE.
003890     MOVE 'Y' TO WS-BCTL-POSTED-SW.
003900     GO TO 1050-EXIT.
003910 1050-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 1055-CHECK-PREDECESSOR - the job in WS-BCTL-PRED must be
003960* complete for the business date; anything else (not started,
003970* still running, failed) refuses the run with RC 8.
003980******************************************************************
003990 1055-CHECK-PREDECESSOR.
004000     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
004010     MOVE WS-BCTL-PRED TO BC-JOB-NAME.
004020     READ BATCH-CONTROL-FILE
004030         INVALID KEY
004040             MOVE 'N' TO BC-STATUS
004050     END-READ.
004060     IF BC-COMPLETE
004070         GO TO 1055-EXIT
004080     END-IF.
004090     DISPLAY "SHOW-CLOSE-OUT: " WS-BCTL-PRED
004100         " NOT COMPLETE FOR " WS-BCTL-DATE " - RUN REFUSED".
004110     CLOSE BATCH-CONTROL-FILE.
004120     MOVE 8 TO RETURN-CODE.
004130     STOP RUN.
004140 1055-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180* 2000-SCAN-SHOWS - collect the show IDs whose performance date
004190* has passed. A full table closes what it can tonight and
004200* leaves the rest for tomorrow's run.
004210******************************************************************
004220 2000-SCAN-SHOWS.
004230     READ SHOW-MASTER-FILE NEXT RECORD
004240         AT END
004250             MOVE 'Y' TO WS-SHOW-EOF-SW
004260             GO TO 2000-EXIT
004270     END-READ.
004280     IF SM-SHOW-DATE >= WS-TODAY
004290         GO TO 2000-EXIT
004300     END-IF.
004310     IF WS-CLOSE-COUNT >= 200
004320         IF NOT WS-CLOSE-FULL
004330             MOVE 'Y' TO WS-CLOSE-FULL-SW
004340             MOVE "CLOSE TABLE FULL - REMAINDER LEFT FOR NEXT RUN"
004350                 TO SETTLEMENT-LINE
004360             WRITE SETTLEMENT-LINE
004370         END-IF
004380         GO TO 2000-EXIT
004390     END-IF.
004400     ADD 1 TO WS-CLOSE-COUNT.
004410     MOVE SM-SHOW-ID TO WS-CLOSE-SHOW-ID(WS-CLOSE-COUNT).
004420     GO TO 2000-EXIT.
004430 2000-EXIT.
004440     EXIT.
004450*
004460******************************************************************
004470* 3000-CLOSE-ONE-SHOW - settle and archive one past show: count
004480* its sold seats by row while moving its seat records to the
004490* archive, price and archive its row price records, print the
004500* settlement with the promoter's face value and the fees and
004510* tax retained, and delete the show from the master.
004520******************************************************************
004530 3000-CLOSE-ONE-SHOW.
004540     MOVE SPACES TO SETTLEMENT-LINE.
004550     WRITE SETTLEMENT-LINE.
004560     STRING "SHOW " DELIMITED BY SIZE
004570         WS-CLOSE-SHOW-ID(WS-CLOSE-IX) DELIMITED BY SIZE
004580         " FINAL SETTLEMENT" DELIMITED BY SIZE
004590         INTO SETTLEMENT-LINE.
004600     WRITE SETTLEMENT-LINE.
004610     MOVE 1 TO WS-ROW-IX.
004620     PERFORM 3010-CLEAR-ROW-SOLD THRU 3010-EXIT
004630         UNTIL WS-ROW-IX > 20.
004640     MOVE ZERO TO WS-SHOW-SOLD.
004650     MOVE ZERO TO WS-SHOW-ATTENDED.
004660     MOVE ZERO TO WS-SHOW-REVENUE.
004670     MOVE ZERO TO WS-SHOW-BOOKING.
004680     MOVE ZERO TO WS-SHOW-FACILITY.
004690     MOVE ZERO TO WS-SHOW-TAX.
004700     PERFORM 3050-LOAD-SHOW-FEES THRU 3050-EXIT.
004710     PERFORM 3100-ARCHIVE-SEATS THRU 3100-EXIT.
004720     MOVE 1 TO WS-ROW-IX.
004730     PERFORM 3200-SETTLE-ROW THRU 3200-EXIT
004740         UNTIL WS-ROW-IX > 20.
004750     ADD WS-SHOW-REVENUE TO WS-TOTAL-REVENUE.
004760     MOVE WS-SHOW-SOLD TO WS-SHOW-SOLD-EDIT.
004770     MOVE WS-SHOW-ATTENDED TO WS-SHOW-ATTEND-EDIT.
004780     MOVE WS-SHOW-REVENUE TO WS-SHOW-REVENUE-EDIT.
004790     MOVE SPACES TO SETTLEMENT-LINE.
004800     STRING "  TOTAL SOLD " DELIMITED BY SIZE
004810            WS-SHOW-SOLD-EDIT DELIMITED BY SIZE
004820            "  ATTENDED " DELIMITED BY SIZE
004830            WS-SHOW-ATTEND-EDIT DELIMITED BY SIZE
004840            "  TOTAL REVENUE " DELIMITED BY SIZE
004850            WS-SHOW-REVENUE-EDIT DELIMITED BY SIZE
004860         INTO SETTLEMENT-LINE.
004870     WRITE SETTLEMENT-LINE.
004880     PERFORM 3060-PRINT-FACE-AND-FEES THRU 3060-EXIT.
004890     PERFORM 3300-PURGE-WAITLIST THRU 3300-EXIT.
004900     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO SM-SHOW-ID.
004910     READ SHOW-MASTER-FILE
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             MOVE SHOW-MASTER-RECORD TO SHOW-ARCHIVE-RECORD
004960             WRITE SHOW-ARCHIVE-RECORD
004970     END-READ.
004980     DELETE SHOW-MASTER-FILE RECORD
004990         INVALID KEY
005000             CONTINUE
005010     END-DELETE.
005020     ADD 1 TO WS-SHOWS-CLOSED.
005030     ADD 1 TO WS-CLOSE-IX.
005040     GO TO 3000-EXIT.
005050 3000-EXIT.
005060     EXIT.
005070*
005080 3010-CLEAR-ROW-SOLD.
005090     MOVE ZERO TO WS-ROW-SOLD(WS-ROW-IX).
005100     MOVE ZERO TO WS-ROW-TAKE(WS-ROW-IX).
005110     ADD 1 TO WS-ROW-IX.
005120     GO TO 3010-EXIT.
005130 3010-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170* 3050-LOAD-SHOW-FEES - find the fee schedule of the show being
005180* closed: its own FEESCHED record, else its venue's. No schedule
005190* leaves every seat all face value.
005200******************************************************************
005210 3050-LOAD-SHOW-FEES.
005220     MOVE 'N' TO WS-SHOW-FEES-SW.
005230     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO SM-SHOW-ID.
005240     READ SHOW-MASTER-FILE
005250         INVALID KEY
005260             MOVE SPACES TO WS-CLOSE-VENUE-ID
005270         NOT INVALID KEY
005280             MOVE SM-VENUE-ID TO WS-CLOSE-VENUE-ID
005290     END-READ.
005300     IF NOT WS-FEE-AVAILABLE
005310         GO TO 3050-EXIT
005320     END-IF.
005330     MOVE 'S' TO FS-SCOPE.
005340     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO FS-SCOPE-ID.
005350     READ FEE-SCHEDULE-FILE
005360         INVALID KEY
005370             GO TO 3050-VENUE
005380     END-READ.
005390     GO TO 3050-FOUND.
005400 3050-VENUE.
005410     IF WS-CLOSE-VENUE-ID = SPACES
005420         GO TO 3050-EXIT
005430     END-IF.
005440     MOVE 'V' TO FS-SCOPE.
005450     MOVE WS-CLOSE-VENUE-ID TO FS-SCOPE-ID.
005460     READ FEE-SCHEDULE-FILE
005470         INVALID KEY
005480             GO TO 3050-EXIT
005490     END-READ.
005500 3050-FOUND.
005510     MOVE 'Y' TO WS-SHOW-FEES-SW.
005520     MOVE FS-BOOKING-FEE TO WS-SHOW-BOOKING-FEE.
005530     MOVE FS-FACILITY-FEE TO WS-SHOW-FACILITY-FEE.
005540     MOVE FS-TAX-RATE TO WS-SHOW-TAX-RATE.
005550     GO TO 3050-EXIT.
005560 3050-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600* 3060-PRINT-FACE-AND-FEES - beneath the total line, the face
005610* value payable to the promoter (the revenue less everything
005620* retained) and the booking fees, facility fees and sales tax
005630* the box office keeps.
005640******************************************************************
005650 3060-PRINT-FACE-AND-FEES.
005660     COMPUTE WS-SHOW-FACE = WS-SHOW-REVENUE - WS-SHOW-BOOKING
005670         - WS-SHOW-FACILITY - WS-SHOW-TAX.
005680     MOVE WS-SHOW-FACE TO WS-SHOW-REVENUE-EDIT.
005690     MOVE SPACES TO SETTLEMENT-LINE.
005700     STRING "  PAYABLE TO PROMOTER (FACE VALUE)" DELIMITED BY SIZE
005710            WS-SHOW-REVENUE-EDIT DELIMITED BY SIZE
005720         INTO SETTLEMENT-LINE.
005730     WRITE SETTLEMENT-LINE.
005740     MOVE WS-SHOW-BOOKING TO WS-SHOW-REVENUE-EDIT.
005750     MOVE SPACES TO SETTLEMENT-LINE.
005760     STRING "  BOOKING FEES RETAINED           " DELIMITED BY SIZE
005770            WS-SHOW-REVENUE-EDIT DELIMITED BY SIZE
005780         INTO SETTLEMENT-LINE.
005790     WRITE SETTLEMENT-LINE.
005800     MOVE WS-SHOW-FACILITY TO WS-SHOW-REVENUE-EDIT.
005810     MOVE SPACES TO SETTLEMENT-LINE.
005820     STRING "  FACILITY FEES RETAINED          " DELIMITED BY SIZE
005830            WS-SHOW-REVENUE-EDIT DELIMITED BY SIZE
005840         INTO SETTLEMENT-LINE.
005850     WRITE SETTLEMENT-LINE.
005860     MOVE WS-SHOW-TAX TO WS-SHOW-REVENUE-EDIT.
005870     MOVE SPACES TO SETTLEMENT-LINE.
005880     STRING "  SALES TAX RETAINED              " DELIMITED BY SIZE
005890            WS-SHOW-REVENUE-EDIT DELIMITED BY SIZE
005900         INTO SETTLEMENT-LINE.
005910     WRITE SETTLEMENT-LINE.
005920     GO TO 3060-EXIT.
005930 3060-EXIT.
005940     EXIT.
005950*
005960******************************************************************
005970* 3100-ARCHIVE-SEATS - move every seat status record of the
005980* show being closed to the seat archive, counting sold seats
005990* by row for the settlement, and delete each from the live
006000* file.
006010******************************************************************
006020 3100-ARCHIVE-SEATS.
006030     MOVE 'N' TO WS-SEAT-DONE-SW.
006040     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO SS-SHOW-ID.
006050     MOVE ZERO TO SS-ROW.
006060     MOVE ZERO TO SS-SEAT.
006070     START SEAT-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
006080         INVALID KEY MOVE 'Y' TO WS-SEAT-DONE-SW
006090     END-START.
006100     PERFORM 3110-ARCHIVE-ONE-SEAT THRU 3110-EXIT
006110         UNTIL WS-SEAT-DONE.
006120     GO TO 3100-EXIT.
006130 3100-EXIT.
006140     EXIT.
006150*
006160 3110-ARCHIVE-ONE-SEAT.
006170     READ SEAT-STATUS-FILE NEXT RECORD
006180         AT END
006190             MOVE 'Y' TO WS-SEAT-DONE-SW
006200             GO TO 3110-EXIT
006210     END-READ.
006220     IF SS-SHOW-ID NOT = WS-CLOSE-SHOW-ID(WS-CLOSE-IX)
006230         MOVE 'Y' TO WS-SEAT-DONE-SW
006240         GO TO 3110-EXIT
006250     END-IF.
006260     IF (SS-STATUS = 'X' OR SS-STATUS = 'A')
006270         AND SS-ROW >= 1 AND SS-ROW <= 20
006280         ADD 1 TO WS-ROW-SOLD(SS-ROW)
006290         ADD 1 TO WS-SHOW-SOLD
006300         IF SS-STATUS = 'A'
006310             ADD 1 TO WS-SHOW-ATTENDED
006320         END-IF
006330     MOVE ZERO TO WS-SEAT-PRICE
006340         IF SS-PRICE-TYPE NOT = SPACE
006350             MOVE SS-SALE-PRICE TO WS-SEAT-PRICE
006360         ELSE
006370             PERFORM 3120-PRICE-LEGACY-SEAT THRU 3120-EXIT
006380         END-IF
006390         ADD WS-SEAT-PRICE TO WS-ROW-TAKE(SS-ROW)
006400         PERFORM 3130-SPLIT-SEAT-PRICE THRU 3130-EXIT
006410     END-IF.
006420     MOVE SEAT-STATUS-RECORD TO SEAT-ARCHIVE-RECORD.
006430     WRITE SEAT-ARCHIVE-RECORD.
006440     ADD 1 TO WS-SEATS-ARCHIVED.
006450     MOVE SEAT-STATUS-RECORD TO WS-JRNL-BEFORE-IMAGE.
006460     DELETE SEAT-STATUS-FILE RECORD
006470         INVALID KEY
006480             CONTINUE
006490     END-DELETE.
006500     PERFORM 3115-WRITE-SEAT-JOURNAL THRU 3115-EXIT.
006510     GO TO 3110-EXIT.
006520 3110-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560* 3115-WRITE-SEAT-JOURNAL - journal the seat record just deleted
006570* from the live file: its image as read, no after-image, and
006580* when. A delete the file refused changed nothing and is not
006590* journalled.
006600******************************************************************
006610 3115-WRITE-SEAT-JOURNAL.
006620     IF WS-SEAT-FILE-STATUS NOT = "00"
006630         GO TO 3115-EXIT
006640     END-IF.
006650     ACCEPT SJ-DATE FROM DATE.
006660     ACCEPT SJ-TIME FROM TIME.
006670     MOVE "SHOW-CLOSE-OUT" TO SJ-PROGRAM.
006680     MOVE "CLOSEOUT" TO SJ-OPERATOR-ID.
006690     MOVE 'D' TO SJ-ACTION.
006700     MOVE WS-JRNL-BEFORE-IMAGE TO SJ-BEFORE-IMAGE.
006710     MOVE SPACES TO SJ-AFTER-IMAGE.
006720     WRITE SEAT-JOURNAL-RECORD.
006730     GO TO 3115-EXIT.
006740 3115-EXIT.
006750     EXIT.
006760*
006770******************************************************************
006780* 3120-PRICE-LEGACY-SEAT - a seat sold before sale prices were
006790* carried on the seat record has no stored amount; settle it
006800* at its row price, the way every settlement did before. A row
006810* with no price on file takes nothing.
006820******************************************************************
006830 3120-PRICE-LEGACY-SEAT.
006840     MOVE SS-SHOW-ID TO RP-SHOW-ID.
006850     MOVE SS-ROW TO RP-ROW.
006860     READ ROW-PRICE-FILE
006870         INVALID KEY
006880             GO TO 3120-EXIT
006890     END-READ.
006900     MOVE RP-PRICE TO WS-SEAT-PRICE.
006910     GO TO 3120-EXIT.
006920 3120-EXIT.
006930     EXIT.
006940*
006950******************************************************************
006960* 3130-SPLIT-SEAT-PRICE - take the sales tax, booking fee and
006970* facility fee out of one sold seat's price as the counter does:
006980* the price tax-inclusive, the fees out of what is left after
006990* tax and never more than is left. What remains is face value.
007000******************************************************************
007010 3130-SPLIT-SEAT-PRICE.
007020     IF NOT WS-SHOW-HAS-FEES OR WS-SEAT-PRICE = ZERO
007030         GO TO 3130-EXIT
007040     END-IF.
007050     COMPUTE WS-SEAT-TAX ROUNDED =
007060         (WS-SEAT-PRICE * WS-SHOW-TAX-RATE)
007070             / (100 + WS-SHOW-TAX-RATE).
007080     COMPUTE WS-FEE-LEFT = WS-SEAT-PRICE - WS-SEAT-TAX.
007090     IF WS-SHOW-BOOKING-FEE < WS-FEE-LEFT
007100         MOVE WS-SHOW-BOOKING-FEE TO WS-SEAT-BOOKING
007110     ELSE
007120         MOVE WS-FEE-LEFT TO WS-SEAT-BOOKING
007130     END-IF.
007140     SUBTRACT WS-SEAT-BOOKING FROM WS-FEE-LEFT.
007150     IF WS-SHOW-FACILITY-FEE < WS-FEE-LEFT
007160         MOVE WS-SHOW-FACILITY-FEE TO WS-SEAT-FACILITY
007170     ELSE
007180         MOVE WS-FEE-LEFT TO WS-SEAT-FACILITY
007190     END-IF.
007200     ADD WS-SEAT-TAX TO WS-SHOW-TAX.
007210     ADD WS-SEAT-BOOKING TO WS-SHOW-BOOKING.
007220     ADD WS-SEAT-FACILITY TO WS-SHOW-FACILITY.
007230     GO TO 3130-EXIT.
007240 3130-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280* 3200-SETTLE-ROW - settle one row of the show being closed at
007290* the actual take accumulated off its seat records, print its
007300* settlement line when the row had a price on file, archive
007310* the price record, and delete it from the live file.
007320******************************************************************
007330 3200-SETTLE-ROW.
007340     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO RP-SHOW-ID.
007350     MOVE WS-ROW-IX TO RP-ROW.
007360     READ ROW-PRICE-FILE
007370         INVALID KEY
007380             GO TO 3200-NEXT
007390     END-READ.
007400     MOVE WS-ROW-TAKE(WS-ROW-IX) TO WS-ROW-REVENUE.
007410     ADD WS-ROW-REVENUE TO WS-SHOW-REVENUE.
007420     MOVE WS-ROW-IX TO WS-ROW-DISP.
007430     MOVE WS-ROW-SOLD(WS-ROW-IX) TO WS-SOLD-EDIT.
007440     MOVE WS-ROW-REVENUE TO WS-ROW-REVENUE-EDIT.
007450     MOVE SPACES TO SETTLEMENT-LINE.
007460     STRING "  ROW " DELIMITED BY SIZE
007470            WS-ROW-DISP DELIMITED BY SIZE
007480            " SOLD " DELIMITED BY SIZE
007490            WS-SOLD-EDIT DELIMITED BY SIZE
007500            " REVENUE " DELIMITED BY SIZE
007510            WS-ROW-REVENUE-EDIT DELIMITED BY SIZE
007520         INTO SETTLEMENT-LINE.
007530     WRITE SETTLEMENT-LINE.
007540     MOVE ROW-PRICE-RECORD TO PRICE-ARCHIVE-RECORD.
007550     WRITE PRICE-ARCHIVE-RECORD.
007560     DELETE ROW-PRICE-FILE RECORD
007570         INVALID KEY
007580             CONTINUE
007590     END-DELETE.
007600 3200-NEXT.
007610     ADD 1 TO WS-ROW-IX.
007620     GO TO 3200-EXIT.
007630 3200-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670* 3300-PURGE-WAITLIST - drop the waitlist entries of the show
007680* being closed; the show has played, so there is nothing left
007690* to offer the customers still waiting on it.
007700******************************************************************
007710 3300-PURGE-WAITLIST.
007720     MOVE 'N' TO WS-WAIT-DONE-SW.
007730     MOVE WS-CLOSE-SHOW-ID(WS-CLOSE-IX) TO WL-SHOW-ID.
007740     MOVE ZERO TO WL-SEQ.
007750     START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
007760         INVALID KEY MOVE 'Y' TO WS-WAIT-DONE-SW
007770     END-START.
007780     PERFORM 3310-PURGE-ONE-ENTRY THRU 3310-EXIT
007790         UNTIL WS-WAIT-DONE.
007800     GO TO 3300-EXIT.
007810 3300-EXIT.
007820     EXIT.
007830*
007840 3310-PURGE-ONE-ENTRY.
007850     READ WAITLIST-FILE NEXT RECORD
007860         AT END
007870             MOVE 'Y' TO WS-WAIT-DONE-SW
007880             GO TO 3310-EXIT
007890     END-READ.
007900     IF WL-SHOW-ID NOT = WS-CLOSE-SHOW-ID(WS-CLOSE-IX)
007910         MOVE 'Y' TO WS-WAIT-DONE-SW
007920         GO TO 3310-EXIT
007930     END-IF.
007940     DELETE WAITLIST-FILE RECORD
007950         INVALID KEY
007960             CONTINUE
007970     END-DELETE.
007980     GO TO 3310-EXIT.
007990 3310-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030* 9000-TERMINATE - print how many shows were closed, close the
008040* files, and end the run.
008050******************************************************************
008060 9000-TERMINATE.
008070     MOVE WS-SHOWS-CLOSED TO WS-SHOWS-CLOSED-EDIT.
008080     MOVE SPACES TO SETTLEMENT-LINE.
008090     WRITE SETTLEMENT-LINE.
008100     STRING "SHOWS CLOSED OUT " DELIMITED BY SIZE
008110            WS-SHOWS-CLOSED-EDIT DELIMITED BY SIZE
008120         INTO SETTLEMENT-LINE.
008130     WRITE SETTLEMENT-LINE.
008140     DISPLAY "Shows closed out : " WS-SHOWS-CLOSED-EDIT.
008150     CLOSE SHOW-MASTER-FILE.
008160     CLOSE SEAT-STATUS-FILE.
008170     CLOSE SEAT-JOURNAL-FILE.
008180     CLOSE ROW-PRICE-FILE.
008190     CLOSE SEAT-ARCHIVE-FILE.
008200     CLOSE PRICE-ARCHIVE-FILE.
008210     CLOSE SHOW-ARCHIVE-FILE.
008220     CLOSE WAITLIST-FILE.
008230     IF WS-FEE-AVAILABLE
008240         CLOSE FEE-SCHEDULE-FILE
008250     END-IF.
008260     CLOSE SETTLEMENT-REPORT.
008270     MOVE 'C' TO WS-BCTL-FINAL-STATUS.
008280     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
008290     GO TO 9000-EXIT.
008300 9000-EXIT.
008310     EXIT.
008320*
008330******************************************************************
008340* 9100-POST-BATCH-CONTROL - post the run's final status ('C'
008350* complete or 'F' failed, set by the caller), the end time and
008360* the control totals to this job's BATCHCTL record. Nothing is
008370* posted for a run that never got as far as posting itself
008380* running.
008390******************************************************************
008400 9100-POST-BATCH-CONTROL.
008410     IF NOT WS-BCTL-POSTED
008420         GO TO 9100-EXIT
008430     END-IF.
008440     OPEN I-O BATCH-CONTROL-FILE.
008450     IF WS-BCTL-FILE-STATUS NOT = "00"
008460         DISPLAY "SHOW-CLOSE-OUT: BATCHCTL NOT AVAILABLE, "
008470             "FILE STATUS " WS-BCTL-FILE-STATUS
008480             " - RUN STATUS NOT POSTED"
008490         MOVE 16 TO RETURN-CODE
008500         GO TO 9100-EXIT
008510     END-IF.
008520     MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE.
008530     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
008540     READ BATCH-CONTROL-FILE
008550         INVALID KEY
008560             MOVE 'N' TO WS-BCTL-ON-FILE-SW
008570             MOVE WS-BCTL-DATE TO BC-BUSINESS-DATE
008580             MOVE WS-BCTL-JOB TO BC-JOB-NAME
008590             MOVE ZERO TO BC-START-DATE
008600             MOVE ZERO TO BC-START-TIME
008610             MOVE 1 TO BC-RUN-COUNT
008620             MOVE SPACES TO BC-OVERRIDE-ID
008630         NOT INVALID KEY
008640             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
008650     END-READ.
008660     MOVE WS-BCTL-FINAL-STATUS TO BC-STATUS.
008670     ACCEPT BC-END-DATE FROM DATE.
008680     ACCEPT BC-END-TIME FROM TIME.
008690     MOVE WS-SEATS-ARCHIVED TO BC-RECORDS-READ.
008700     MOVE WS-SHOWS-CLOSED TO BC-RECORDS-WRITTEN.
008710     MOVE ZERO TO BC-RECORDS-REJECTED.
008720     MOVE WS-TOTAL-REVENUE TO BC-CONTROL-AMOUNT.
008730     IF WS-BCTL-ON-FILE
008740         REWRITE BATCH-CONTROL-RECORD
008750     ELSE
008760         WRITE BATCH-CONTROL-RECORD
008770     END-IF.
008780     CLOSE BATCH-CONTROL-FILE.
008790     GO TO 9100-EXIT.
008800 9100-EXIT.
008810     EXIT.
008820*
008830 END PROGRAM SHOW-CLOSE-OUT.
