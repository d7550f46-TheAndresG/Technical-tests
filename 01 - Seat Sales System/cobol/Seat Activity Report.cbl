000100*              reservations, cancellations, net seats moved,
000110*              revenue booked and refunded (priced from the row
000120*              price file), and percent-of-house occupancy
000130*              against the venue's capacity. Seat exchanges
000140*              in and out of each show print on a line of
000150*              their own beneath it. A per-operator
000160*              section (including BATCH and HOLDSWP) shows each
000170*              terminal's activity, and grand totals close the
000180*              report.
000190* TECTONICS:   cobc
000200******************************************************************
000210* MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  22/08/2026 AG   Original daily activity report program.
000240*  22/08/2026 AG   Operator activity is now posted before the
000250*                  show lookup (so a full show table cannot
000260*                  undercount operators) and a full operator
000270*                  table is noted on the report once, the same
000280*                  way a full show table already is.
000290*  22/08/2026 AG   The report now counts only the report
000300*                  date's audit entries - the log keeps its
000310*                  full history, so every figure was otherwise
000320*                  inflated by prior days. Occupancy is the
000330*                  day's net seats moved against capacity.
000340*  22/08/2026 AG   The report date is now the PRIOR day by
000350*                  default (this morning job reports yesterday;
000360*                  the run date filtered yesterday's terminal
000370*                  activity out entirely), with an ACTRPARM
000380*                  override for rerunning any date.
000390*  02/09/2026 AG   Revenue and refunds are now taken from the
000400*                  actual amount carried on the audit entry
000410*                  (AL-AMOUNT, present whenever AL-PRICE-TYPE
000420*                  is set), so discounted and comp tickets
000430*                  report what they really sold for; entries
000440*                  from before the price-type change still
000450*                  price off ROWPRICE as they always did.
000460*  02/09/2026 AG   Only RESERVE and CANCEL entries open a show
000470*                  accumulator row now; SIGNFAIL (which carries
000480*                  no show at all) and other non-seat actions
000490*                  were printing junk show lines of zero counts.
000500*  15/10/2026 AG   Seat exchanges are reported apart from sales
000510*                  and cancellations: EXCHANGE (seat moved into)
000520*                  and EXCHOUT (seat given up) open show rows,
000530*                  print an exchange line under the show with
000540*                  their counts and seat values, move net seats,
000550*                  and are counted per operator and in the
000560*                  grand totals.
000570*  15/10/2026 AG   The run now checks the BATCHCTL batch control
000580*                  file and refuses to start (RC 8) until
000590*                  SEATBAT is complete for the report date, then
000600*                  posts itself running and, at the end,
000610*                  complete with its counts and net revenue.
000620*                  A missing audit log now ends with RC 16.
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. SEAT-ACTIVITY-REPORT.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000720     SELECT SHOW-MASTER-FILE ASSIGN TO "SHOWMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SM-SHOW-ID
000760         FILE STATUS IS WS-SHOW-FILE-STATUS.
000770     SELECT VENUE-MASTER-FILE ASSIGN TO "VENUEMST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS VM-VENUE-ID
000810         FILE STATUS IS WS-VENUE-FILE-STATUS.
000820     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS RP-KEY
000860         FILE STATUS IS WS-PRICE-FILE-STATUS.
000870     SELECT ACTIVITY-REPORT ASSIGN TO "SEATACTR"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-ACTR-FILE-STATUS.
000900     SELECT REPORT-PARM-FILE ASSIGN TO "ACTRPARM"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-PARM-FILE-STATUS.
000930     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS BC-KEY
000970         FILE STATUS IS WS-BCTL-FILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  AUDIT-LOG-FILE.
001010     COPY AUDITLOG.
001020 FD  SHOW-MASTER-FILE.
001030     COPY SHOWMSTR.
001040 FD  VENUE-MASTER-FILE.
001050     COPY VENUEMST.
001060 FD  ROW-PRICE-FILE.
001070     COPY ROWPRICE.
001080 FD  ACTIVITY-REPORT.
001090 01  REPORT-LINE                 PIC X(132).
001100 FD  REPORT-PARM-FILE.
001110 01  REPORT-PARM-RECORD.
001120     05 AP-REPORT-DATE           PIC 9(06).
001130 FD  BATCH-CONTROL-FILE.
001140     COPY BATCHCTL.
001150 WORKING-STORAGE SECTION.
001160 01  WS-AUDIT-FILE-STATUS        PIC X(02).
001170 01  WS-SHOW-FILE-STATUS         PIC X(02).
001180 01  WS-VENUE-FILE-STATUS        PIC X(02).
001190 01  WS-PRICE-FILE-STATUS        PIC X(02).
001200 01  WS-ACTR-FILE-STATUS         PIC X(02).
001210 01  WS-BCTL-FILE-STATUS         PIC X(02).
001220******************************************************************
001230* Batch control: this job's name on BATCHCTL, the predecessor
001240* being checked and the status posted at the end. The business
001250* date is the report date.
001260******************************************************************
001270 01  WS-BCTL-FIELDS.
001280     05 WS-BCTL-JOB              PIC X(08) VALUE "SEATACTR".
001290     05 WS-BCTL-PRED             PIC X(08).
001300     05 WS-BCTL-FINAL-STATUS     PIC X(01).
001310     05 WS-BCTL-ON-FILE-SW       PIC X(01) VALUE 'N'.
001320         88 WS-BCTL-ON-FILE                  VALUE 'Y'.
001330     05 WS-BCTL-POSTED-SW        PIC X(01) VALUE 'N'.
001340         88 WS-BCTL-POSTED                   VALUE 'Y'.
001350     05 WS-BCTL-READ             PIC 9(07) COMP VALUE ZERO.
001360     05 WS-BCTL-AMOUNT           PIC S9(09)V99 VALUE ZERO.
001370 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001380     88 WS-AUDIT-EOF                         VALUE 'Y'.
001390 01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
001400     88 WS-TABLE-FULL                        VALUE 'Y'.
001410 01  WS-OPER-FULL-SW             PIC X(01) VALUE 'N'.
001420     88 WS-OPER-FULL                         VALUE 'Y'.
001430 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001440     88 WS-ENTRY-FOUND                       VALUE 'Y'.
001450 01  WS-LINE-PRICE               PIC 9(05)V99.
001460 01  WS-PARM-FILE-STATUS         PIC X(02).
001470 01  WS-REPORT-DATE              PIC 9(06) VALUE ZERO.
001480 01  WS-DATE-WORK.
001490     05 WS-RUN-DATE              PIC 9(08).
001500     05 WS-PRIOR-DATE            PIC 9(08).
001510     05 FILLER REDEFINES WS-PRIOR-DATE.
001520         10 FILLER               PIC 9(02).
001530         10 WS-PRIOR-YYMMDD      PIC 9(06).
001540     05 WS-DAY-NUMBER            PIC 9(08) COMP.
001550******************************************************************
001560* One accumulator row per show seen on the audit log and one
001570* per operator; both are built in one pass over the log and
001580* printed at the end of the run.
001590******************************************************************
001600 01  WS-SHOW-TABLE.
001610     05 WS-SHOW-ENTRY OCCURS 200 TIMES.
001620         10 WS-ST-SHOW-ID        PIC X(04).
001630         10 WS-ST-RESERVES       PIC 9(05) COMP.
001640         10 WS-ST-CANCELS        PIC 9(05) COMP.
001650         10 WS-ST-REVENUE        PIC 9(07)V99.
001660         10 WS-ST-REFUNDS        PIC 9(07)V99.
001670         10 WS-ST-EXCH-INS       PIC 9(05) COMP.
001680         10 WS-ST-EXCH-OUTS      PIC 9(05) COMP.
001690         10 WS-ST-EXCH-IN-VALUE  PIC 9(07)V99.
001700         10 WS-ST-EXCH-OUT-VALUE PIC 9(07)V99.
001710 01  WS-SHOW-COUNT               PIC 9(03) COMP VALUE ZERO.
001720 01  WS-OPERATOR-TABLE.
001730     05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
001740         10 WS-OT-OPERATOR       PIC X(08).
001750         10 WS-OT-RESERVES       PIC 9(05) COMP.
001760         10 WS-OT-CANCELS        PIC 9(05) COMP.
001770         10 WS-OT-OTHERS         PIC 9(05) COMP.
001780         10 WS-OT-EXCHANGES      PIC 9(05) COMP.
001790 01  WS-OPERATOR-COUNT           PIC 9(03) COMP VALUE ZERO.
001800 01  WS-IX                       PIC 9(03) COMP.
001810 01  WS-FOUND-IX                 PIC 9(03) COMP.
001820 01  WS-PRINT-FIELDS.
001830     05 WS-NET-SEATS             PIC S9(05) COMP.
001840     05 WS-HOUSE-CAPACITY        PIC 9(05) COMP.
001850     05 WS-OCCUPANCY             PIC S9(03)V9.
001860     05 WS-SHOW-NAME-OUT         PIC X(20).
001870     05 WS-RESERVES-EDIT         PIC ZZ,ZZ9.
001880     05 WS-CANCELS-EDIT          PIC ZZ,ZZ9.
001890     05 WS-OTHERS-EDIT           PIC ZZ,ZZ9.
001900     05 WS-EXCH-INS-EDIT         PIC ZZ,ZZ9.
001910     05 WS-EXCH-OUTS-EDIT        PIC ZZ,ZZ9.
001920     05 WS-EXCH-IN-VALUE-EDIT    PIC Z,ZZZ,ZZ9.99.
001930     05 WS-EXCH-OUT-VALUE-EDIT   PIC Z,ZZZ,ZZ9.99.
001940     05 WS-NET-EDIT              PIC ZZ,ZZ9-.
001950     05 WS-REVENUE-EDIT          PIC Z,ZZZ,ZZ9.99.
001960     05 WS-REFUNDS-EDIT          PIC Z,ZZZ,ZZ9.99.
001970     05 WS-OCCUPANCY-EDIT        PIC ZZ9.9-.
001980     05 WS-OCCUPANCY-OUT         PIC X(06).
001990 01  WS-GRAND-TOTALS.
002000     05 WS-TOTAL-RESERVES        PIC 9(07) COMP VALUE ZERO.
002010     05 WS-TOTAL-CANCELS         PIC 9(07) COMP VALUE ZERO.
002020     05 WS-TOTAL-REVENUE         PIC 9(09)V99 VALUE ZERO.
002030     05 WS-TOTAL-REFUNDS         PIC 9(09)V99 VALUE ZERO.
002040     05 WS-TOTAL-EXCH-INS        PIC 9(07) COMP VALUE ZERO.
002050     05 WS-TOTAL-EXCH-OUTS       PIC 9(07) COMP VALUE ZERO.
002060     05 WS-TOTAL-EXCH-IN-VALUE   PIC 9(09)V99 VALUE ZERO.
002070     05 WS-TOTAL-EXCH-OUT-VALUE  PIC 9(09)V99 VALUE ZERO.
002080     05 WS-TOT-RESERVES-EDIT     PIC Z,ZZZ,ZZ9.
002090     05 WS-TOT-CANCELS-EDIT      PIC Z,ZZZ,ZZ9.
002100     05 WS-TOT-NET-EDIT          PIC Z,ZZZ,ZZ9-.
002110     05 WS-TOT-NET-SEATS         PIC S9(07) COMP VALUE ZERO.
002120     05 WS-TOT-REVENUE-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
002130     05 WS-TOT-REFUNDS-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
002140     05 WS-TOT-EXCH-INS-EDIT     PIC Z,ZZZ,ZZ9.
002150     05 WS-TOT-EXCH-OUTS-EDIT    PIC Z,ZZZ,ZZ9.
002160     05 WS-TOT-EXCH-IN-VAL-EDIT  PIC ZZZ,ZZZ,ZZ9.99.
002170     05 WS-TOT-EXCH-OUT-VAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     DISPLAY "Seat Activity Report".
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-POST-AUDIT-RECORD THRU 2000-EXIT
002230         UNTIL WS-AUDIT-EOF.
002240     PERFORM 3000-PRINT-SHOW-SECTION THRU 3000-EXIT.
002250     PERFORM 4000-PRINT-OPERATOR-SECTION THRU 4000-EXIT.
002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002270     STOP RUN.
002280*
002290******************************************************************
002300* 1000-INITIALIZE - settle the report date, open every file,
002310* and print the report heading. This job runs in the morning
002320* after the business day it reports, so the date defaults to
002330* the PRIOR day (matching AL-DATE's YYMMDD) and can be
002340* overridden through ACTRPARM to rerun any day on demand -
002350* the run date itself would filter out everything the
002360* terminals did yesterday.
002370******************************************************************
002380 1000-INITIALIZE.
002390     OPEN INPUT REPORT-PARM-FILE.
002400     IF WS-PARM-FILE-STATUS = "00"
002410         READ REPORT-PARM-FILE
002420             AT END
002430                 CONTINUE
002440             NOT AT END
002450                 IF AP-REPORT-DATE IS NUMERIC
002460                     AND AP-REPORT-DATE > 0
002470                     MOVE AP-REPORT-DATE TO WS-REPORT-DATE
002480                 END-IF
002490         END-READ
002500         CLOSE REPORT-PARM-FILE
002510     END-IF.
002520     IF WS-REPORT-DATE = ZERO
002530         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002540         COMPUTE WS-DAY-NUMBER =
002550             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
002560         COMPUTE WS-PRIOR-DATE =
002570             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
002580         MOVE WS-PRIOR-YYMMDD TO WS-REPORT-DATE
002590     END-IF.
002600     PERFORM 1050-CHECK-BATCH-CONTROL THRU 1050-EXIT.
002610     OPEN OUTPUT ACTIVITY-REPORT.
002620     MOVE SPACES TO REPORT-LINE.
002630     STRING "DAILY SEAT ACTIVITY REPORT FOR " DELIMITED BY SIZE
002640            WS-REPORT-DATE DELIMITED BY SIZE
002650         INTO REPORT-LINE.
002660     WRITE REPORT-LINE.
002670     OPEN INPUT AUDIT-LOG-FILE.
002680     IF WS-AUDIT-FILE-STATUS NOT = "00"
002690         DISPLAY "SEAT-ACTIVITY-REPORT: AUDITLOG NOT "
002700             "AVAILABLE, FILE STATUS " WS-AUDIT-FILE-STATUS
002710         MOVE "NO AUDIT LOG - NOTHING TO REPORT"
002720             TO REPORT-LINE
002730         WRITE REPORT-LINE
002740         CLOSE ACTIVITY-REPORT
002750         MOVE 'F' TO WS-BCTL-FINAL-STATUS
002760         PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     OPEN INPUT SHOW-MASTER-FILE.
002810     OPEN INPUT VENUE-MASTER-FILE.
002820     OPEN INPUT ROW-PRICE-FILE.
002830     GO TO 1000-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880* 1050-CHECK-BATCH-CONTROL - the report is only complete once
002890* SEATBAT has posted the night's phone/web reservations to the
002900* audit log, so it must be complete for the report date.
002910* Then post this run as running on BATCHCTL.
002920******************************************************************
002930 1050-CHECK-BATCH-CONTROL.
002940     OPEN I-O BATCH-CONTROL-FILE.
002950     IF WS-BCTL-FILE-STATUS = "35"
002960         OPEN OUTPUT BATCH-CONTROL-FILE
002970         CLOSE BATCH-CONTROL-FILE
002980         OPEN I-O BATCH-CONTROL-FILE
002990     END-IF.
003000     IF WS-BCTL-FILE-STATUS NOT = "00"
003010         DISPLAY "SEAT-ACTIVITY-REPORT: BATCHCTL NOT AVAILABLE, "
003020             "FILE STATUS " WS-BCTL-FILE-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     MOVE "SEATBAT" TO WS-BCTL-PRED.
003070     PERFORM 1055-CHECK-PREDECESSOR THRU 1055-EXIT.
003080     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003090     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003100     READ BATCH-CONTROL-FILE
003110         INVALID KEY
003120             MOVE 'N' TO WS-BCTL-ON-FILE-SW
003130             MOVE ZERO TO BC-RUN-COUNT
003140             MOVE SPACES TO BC-OVERRIDE-ID
003150         NOT INVALID KEY
003160             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
003170     END-READ.
003180     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003190     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003200     MOVE 'R' TO BC-STATUS.
003210     ACCEPT BC-START-DATE FROM DATE.
003220     ACCEPT BC-START-TIME FROM TIME.
003230     MOVE ZERO TO BC-END-DATE.
003240     MOVE ZERO TO BC-END-TIME.
003250     MOVE ZERO TO BC-RECORDS-READ.
003260     MOVE ZERO TO BC-RECORDS-WRITTEN.
003270     MOVE ZERO TO BC-RECORDS-REJECTED.
003280     MOVE ZERO TO BC-CONTROL-AMOUNT.
003290     ADD 1 TO BC-RUN-COUNT.
003300     IF WS-BCTL-ON-FILE
003310         REWRITE BATCH-CONTROL-RECORD
003320     ELSE
003330         WRITE BATCH-CONTROL-RECORD
003340     END-IF.
003350     CLOSE BATCH-CONTROL-FILE.
003360     MOVE 'Y' TO WS-BCTL-POSTED-SW.
003370     GO TO 1050-EXIT.
003380 1050-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420* 1055-CHECK-PREDECESSOR - the job in WS-BCTL-PRED must be
003430* complete for the business date; anything else (not started,
003440* still running, failed) refuses the run with RC 8.
003450******************************************************************
003460 1055-CHECK-PREDECESSOR.
003470     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003480     MOVE WS-BCTL-PRED TO BC-JOB-NAME.
003490     READ BATCH-CONTROL-FILE
003500         INVALID KEY
003510             MOVE 'N' TO BC-STATUS
003520     END-READ.
003530     IF BC-COMPLETE
003540         GO TO 1055-EXIT
003550     END-IF.
003560     DISPLAY "SEAT-ACTIVITY-REPORT: " WS-BCTL-PRED
003570         " NOT COMPLETE FOR " WS-REPORT-DATE " - RUN REFUSED".
003580     CLOSE BATCH-CONTROL-FILE.
003590     MOVE 8 TO RETURN-CODE.
003600     STOP RUN.
003610 1055-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003650* 2000-POST-AUDIT-RECORD - read the next audit entry and post
003660* it to the per-show and per-operator accumulators. Only the
003670* report date's entries count - the audit log is opened EXTEND
003680* by every writer and holds its full history, so without this
003690* filter every figure would be inflated by prior days. RESERVE
003700* books the ticket's actual amount as revenue, CANCEL refunds
003710* it; an entry from before amounts were carried on the log
003720* (blank AL-PRICE-TYPE) is priced off ROWPRICE as before.
003730* EXCHANGE and EXCHOUT are a seat exchange's two halves - the
003740* seat moved into and the seat given up, each at its own seat
003750* price - and are kept apart from sales and refunds, since no
003760* ticket was sold or cancelled (the price difference itself
003770* is on the payment ledger, not here).
003780* Everything else (HOLD, RELEASE, CHECKIN, SIGNFAIL, REFUSED)
003790* moves no seat and counts only as the operator's other
003800* activity - it never opens a show row.
003810******************************************************************
003820 2000-POST-AUDIT-RECORD.
003830     READ AUDIT-LOG-FILE
003840         AT END
003850             MOVE 'Y' TO WS-AUDIT-EOF-SW
003860             GO TO 2000-EXIT
003870     END-READ.
003880     IF AL-DATE NOT = WS-REPORT-DATE
003890         GO TO 2000-EXIT
003900     END-IF.
003910     ADD 1 TO WS-BCTL-READ.
003920     PERFORM 2300-POST-OPERATOR THRU 2300-EXIT.
003930*    Only seat-moving actions open a show row: a SIGNFAIL or
003940*    REFUSED entry carries no real seat (and SIGNFAIL no show
003950*    at all), and would otherwise print as a junk show line
003960*    of zero counts.
003970     IF AL-ACTION NOT = "RESERVE " AND AL-ACTION NOT = "CANCEL  "
003980         AND AL-ACTION NOT = "EXCHANGE"
003990         AND AL-ACTION NOT = "EXCHOUT "
004000         GO TO 2000-EXIT
004010     END-IF.
004020     PERFORM 2100-FIND-SHOW-ENTRY THRU 2100-EXIT.
004030     IF NOT WS-ENTRY-FOUND
004040         GO TO 2000-EXIT
004050     END-IF.
004060     IF AL-PRICE-TYPE NOT = SPACE
004070         MOVE AL-AMOUNT TO WS-LINE-PRICE
004080     ELSE
004090         PERFORM 2200-GET-ROW-PRICE THRU 2200-EXIT
004100     END-IF.
004110     EVALUATE AL-ACTION
004120         WHEN "RESERVE "
004130             ADD 1 TO WS-ST-RESERVES(WS-FOUND-IX)
004140             ADD 1 TO WS-TOTAL-RESERVES
004150             ADD WS-LINE-PRICE TO WS-ST-REVENUE(WS-FOUND-IX)
004160             ADD WS-LINE-PRICE TO WS-TOTAL-REVENUE
004170         WHEN "CANCEL  "
004180             ADD 1 TO WS-ST-CANCELS(WS-FOUND-IX)
004190             ADD 1 TO WS-TOTAL-CANCELS
004200             ADD WS-LINE-PRICE TO WS-ST-REFUNDS(WS-FOUND-IX)
004210             ADD WS-LINE-PRICE TO WS-TOTAL-REFUNDS
004220         WHEN "EXCHANGE"
004230             ADD 1 TO WS-ST-EXCH-INS(WS-FOUND-IX)
004240             ADD 1 TO WS-TOTAL-EXCH-INS
004250             ADD WS-LINE-PRICE TO WS-ST-EXCH-IN-VALUE(WS-FOUND-IX)
004260             ADD WS-LINE-PRICE TO WS-TOTAL-EXCH-IN-VALUE
004270         WHEN "EXCHOUT "
004280             ADD 1 TO WS-ST-EXCH-OUTS(WS-FOUND-IX)
004290             ADD 1 TO WS-TOTAL-EXCH-OUTS
004300             ADD WS-LINE-PRICE
004310                 TO WS-ST-EXCH-OUT-VALUE(WS-FOUND-IX)
004320             ADD WS-LINE-PRICE TO WS-TOTAL-EXCH-OUT-VALUE
004330         WHEN OTHER
004340             CONTINUE
004350     END-EVALUATE.
004360     GO TO 2000-EXIT.
004370 2000-EXIT.
004380     EXIT.
004390*
004400******************************************************************
004410* 2100-FIND-SHOW-ENTRY - find the accumulator row for the audit
004420* entry's show, opening a new row when the show is seen for the
004430* first time. A full table is reported once and further new
004440* shows are left off the report rather than miscounted.
004450******************************************************************
004460 2100-FIND-SHOW-ENTRY.
004470     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004480     MOVE 1 TO WS-IX.
004490     PERFORM 2110-MATCH-SHOW-ENTRY THRU 2110-EXIT
004500         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-SHOW-COUNT.
004510     IF WS-ENTRY-FOUND
004520         GO TO 2100-EXIT
004530     END-IF.
004540     IF WS-SHOW-COUNT >= 200
004550         IF NOT WS-TABLE-FULL
004560             MOVE 'Y' TO WS-TABLE-FULL-SW
004570             MOVE "SHOW TABLE FULL - SOME SHOWS NOT REPORTED"
004580                 TO REPORT-LINE
004590             WRITE REPORT-LINE
004600         END-IF
004610         GO TO 2100-EXIT
004620     END-IF.
004630     ADD 1 TO WS-SHOW-COUNT.
004640     MOVE AL-SHOW-ID TO WS-ST-SHOW-ID(WS-SHOW-COUNT).
004650     MOVE ZERO TO WS-ST-RESERVES(WS-SHOW-COUNT).
004660     MOVE ZERO TO WS-ST-CANCELS(WS-SHOW-COUNT).
004670     MOVE ZERO TO WS-ST-REVENUE(WS-SHOW-COUNT).
004680     MOVE ZERO TO WS-ST-REFUNDS(WS-SHOW-COUNT).
004690     MOVE ZERO TO WS-ST-EXCH-INS(WS-SHOW-COUNT).
004700     MOVE ZERO TO WS-ST-EXCH-OUTS(WS-SHOW-COUNT).
004710     MOVE ZERO TO WS-ST-EXCH-IN-VALUE(WS-SHOW-COUNT).
004720     MOVE ZERO TO WS-ST-EXCH-OUT-VALUE(WS-SHOW-COUNT).
004730     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
004740     MOVE WS-SHOW-COUNT TO WS-FOUND-IX.
004750     GO TO 2100-EXIT.
004760 2100-EXIT.
004770     EXIT.
004780*
004790 2110-MATCH-SHOW-ENTRY.
004800     IF WS-ST-SHOW-ID(WS-IX) = AL-SHOW-ID
004810         MOVE 'Y' TO WS-ENTRY-FOUND-SW
004820         MOVE WS-IX TO WS-FOUND-IX
004830     END-IF.
004840     ADD 1 TO WS-IX.
004850     GO TO 2110-EXIT.
004860 2110-EXIT.
004870     EXIT.
004880*
004890******************************************************************
004900* 2200-GET-ROW-PRICE - price the audit entry's row; a row with
004910* no price on file moves no money rather than failing the run.
004920******************************************************************
004930 2200-GET-ROW-PRICE.
004940     MOVE ZERO TO WS-LINE-PRICE.
004950     MOVE AL-SHOW-ID TO RP-SHOW-ID.
004960     MOVE AL-ROW TO RP-ROW.
004970     READ ROW-PRICE-FILE
004980         INVALID KEY
004990             CONTINUE
005000         NOT INVALID KEY
005010             MOVE RP-PRICE TO WS-LINE-PRICE
005020     END-READ.
005030     GO TO 2200-EXIT.
005040 2200-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080* 2300-POST-OPERATOR - post the audit entry to its operator's
005090* accumulator row, opening a new row for an operator seen for
005100* the first time. An exchange counts once, on its EXCHANGE
005110* half; the EXCHOUT half is the same transaction.
005120******************************************************************
005130 2300-POST-OPERATOR.
005140     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005150     MOVE 1 TO WS-IX.
005160     PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
005170         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-OPERATOR-COUNT.
005180     IF NOT WS-ENTRY-FOUND
005190         IF WS-OPERATOR-COUNT >= 50
005200             IF NOT WS-OPER-FULL
005210                 MOVE 'Y' TO WS-OPER-FULL-SW
005220                 MOVE "OPERATOR TABLE FULL - SOME NOT REPORTED"
005230                     TO REPORT-LINE
005240                 WRITE REPORT-LINE
005250             END-IF
005260             GO TO 2300-EXIT
005270         END-IF
005280         ADD 1 TO WS-OPERATOR-COUNT
005290         MOVE AL-OPERATOR-ID
005300             TO WS-OT-OPERATOR(WS-OPERATOR-COUNT)
005310         MOVE ZERO TO WS-OT-RESERVES(WS-OPERATOR-COUNT)
005320         MOVE ZERO TO WS-OT-CANCELS(WS-OPERATOR-COUNT)
005330         MOVE ZERO TO WS-OT-OTHERS(WS-OPERATOR-COUNT)
005340         MOVE ZERO TO WS-OT-EXCHANGES(WS-OPERATOR-COUNT)
005350         MOVE WS-OPERATOR-COUNT TO WS-FOUND-IX
005360     END-IF.
005370     EVALUATE AL-ACTION
005380         WHEN "RESERVE "
005390             ADD 1 TO WS-OT-RESERVES(WS-FOUND-IX)
005400         WHEN "CANCEL  "
005410             ADD 1 TO WS-OT-CANCELS(WS-FOUND-IX)
005420         WHEN "EXCHANGE"
005430             ADD 1 TO WS-OT-EXCHANGES(WS-FOUND-IX)
005440         WHEN "EXCHOUT "
005450             CONTINUE
005460         WHEN OTHER
005470             ADD 1 TO WS-OT-OTHERS(WS-FOUND-IX)
005480     END-EVALUATE.
005490     GO TO 2300-EXIT.
005500 2300-EXIT.
005510     EXIT.
005520*
005530 2310-MATCH-OPERATOR.
005540     IF WS-OT-OPERATOR(WS-IX) = AL-OPERATOR-ID
005550         MOVE 'Y' TO WS-ENTRY-FOUND-SW
005560         MOVE WS-IX TO WS-FOUND-IX
005570     END-IF.
005580     ADD 1 TO WS-IX.
005590     GO TO 2310-EXIT.
005600 2310-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 3000-PRINT-SHOW-SECTION - print one line per show with its
005650* counts, money moved, and percent-of-house occupancy.
005660******************************************************************
005670 3000-PRINT-SHOW-SECTION.
005680     MOVE SPACES TO REPORT-LINE.
005690     WRITE REPORT-LINE.
005700     MOVE "ACTIVITY BY SHOW" TO REPORT-LINE.
005710     WRITE REPORT-LINE.
005720     MOVE 1 TO WS-IX.
005730     PERFORM 3100-PRINT-SHOW-LINE THRU 3100-EXIT
005740         UNTIL WS-IX > WS-SHOW-COUNT.
005750     GO TO 3000-EXIT.
005760 3000-EXIT.
005770     EXIT.
005780*
005790******************************************************************
005800* 3100-PRINT-SHOW-LINE - look up the show's name and its
005810* venue's capacity, then print the show's accumulator row.
005820* Occupancy is net seats moved against house capacity; a show
005830* or venue no longer on file prints with a blank name and no
005840* occupancy rather than failing the report.
005850******************************************************************
005860 3100-PRINT-SHOW-LINE.
005870     MOVE SPACES TO WS-SHOW-NAME-OUT.
005880     MOVE ZERO TO WS-HOUSE-CAPACITY.
005890     MOVE WS-ST-SHOW-ID(WS-IX) TO SM-SHOW-ID.
005900     READ SHOW-MASTER-FILE
005910         INVALID KEY
005920             CONTINUE
005930         NOT INVALID KEY
005940             MOVE SM-SHOW-NAME TO WS-SHOW-NAME-OUT
005950             MOVE SM-VENUE-ID TO VM-VENUE-ID
005960             READ VENUE-MASTER-FILE
005970                 INVALID KEY
005980                     CONTINUE
005990                 NOT INVALID KEY
006000                     COMPUTE WS-HOUSE-CAPACITY =
006010                         VM-NUM-ROWS * VM-NUM-SEATS
006020             END-READ
006030     END-READ.
006040     COMPUTE WS-NET-SEATS =
006050         WS-ST-RESERVES(WS-IX) - WS-ST-CANCELS(WS-IX)
006060         + WS-ST-EXCH-INS(WS-IX) - WS-ST-EXCH-OUTS(WS-IX).
006070     ADD WS-NET-SEATS TO WS-TOT-NET-SEATS.
006080     MOVE WS-ST-RESERVES(WS-IX) TO WS-RESERVES-EDIT.
006090     MOVE WS-ST-CANCELS(WS-IX) TO WS-CANCELS-EDIT.
006100     MOVE WS-NET-SEATS TO WS-NET-EDIT.
006110     MOVE WS-ST-REVENUE(WS-IX) TO WS-REVENUE-EDIT.
006120     MOVE WS-ST-REFUNDS(WS-IX) TO WS-REFUNDS-EDIT.
006130     IF WS-HOUSE-CAPACITY > ZERO
006140         COMPUTE WS-OCCUPANCY ROUNDED =
006150             (WS-NET-SEATS * 100) / WS-HOUSE-CAPACITY
006160         MOVE WS-OCCUPANCY TO WS-OCCUPANCY-EDIT
006170         MOVE WS-OCCUPANCY-EDIT TO WS-OCCUPANCY-OUT
006180     ELSE
006190         MOVE SPACES TO WS-OCCUPANCY-OUT
006200     END-IF.
006210     MOVE SPACES TO REPORT-LINE.
006220     STRING "SHOW " DELIMITED BY SIZE
006230            WS-ST-SHOW-ID(WS-IX) DELIMITED BY SIZE
006240            " " DELIMITED BY SIZE
006250            WS-SHOW-NAME-OUT DELIMITED BY SIZE
006260            " RES " DELIMITED BY SIZE
006270            WS-RESERVES-EDIT DELIMITED BY SIZE
006280            " CAN " DELIMITED BY SIZE
006290            WS-CANCELS-EDIT DELIMITED BY SIZE
006300            " NET " DELIMITED BY SIZE
006310            WS-NET-EDIT DELIMITED BY SIZE
006320            " REV " DELIMITED BY SIZE
006330            WS-REVENUE-EDIT DELIMITED BY SIZE
006340            " REF " DELIMITED BY SIZE
006350            WS-REFUNDS-EDIT DELIMITED BY SIZE
006360            " OCC " DELIMITED BY SIZE
006370            WS-OCCUPANCY-OUT DELIMITED BY SIZE
006380            " PCT" DELIMITED BY SIZE
006390         INTO REPORT-LINE.
006400     WRITE REPORT-LINE.
006410     IF WS-ST-EXCH-INS(WS-IX) > ZERO
006420         OR WS-ST-EXCH-OUTS(WS-IX) > ZERO
006430         PERFORM 3110-PRINT-EXCHANGE-LINE THRU 3110-EXIT
006440     END-IF.
006450     ADD 1 TO WS-IX.
006460     GO TO 3100-EXIT.
006470 3100-EXIT.
006480     EXIT.
006490*
006500******************************************************************
006510* 3110-PRINT-EXCHANGE-LINE - print the show's seat exchanges
006520* beneath its activity line: seats exchanged into the show and
006530* out of it, each with the seat value moved.
006540******************************************************************
006550 3110-PRINT-EXCHANGE-LINE.
006560     MOVE WS-ST-EXCH-INS(WS-IX) TO WS-EXCH-INS-EDIT.
006570     MOVE WS-ST-EXCH-OUTS(WS-IX) TO WS-EXCH-OUTS-EDIT.
006580     MOVE WS-ST-EXCH-IN-VALUE(WS-IX) TO WS-EXCH-IN-VALUE-EDIT.
006590     MOVE WS-ST-EXCH-OUT-VALUE(WS-IX) TO WS-EXCH-OUT-VALUE-EDIT.
006600     MOVE SPACES TO REPORT-LINE.
006610     STRING "          EXCHANGED IN " DELIMITED BY SIZE
006620            WS-EXCH-INS-EDIT DELIMITED BY SIZE
006630            " VALUE " DELIMITED BY SIZE
006640            WS-EXCH-IN-VALUE-EDIT DELIMITED BY SIZE
006650            "  EXCHANGED OUT " DELIMITED BY SIZE
006660            WS-EXCH-OUTS-EDIT DELIMITED BY SIZE
006670            " VALUE " DELIMITED BY SIZE
006680            WS-EXCH-OUT-VALUE-EDIT DELIMITED BY SIZE
006690         INTO REPORT-LINE.
006700     WRITE REPORT-LINE.
006710     GO TO 3110-EXIT.
006720 3110-EXIT.
006730     EXIT.
006740*
006750******************************************************************
006760* 4000-PRINT-OPERATOR-SECTION - print one line per operator ID
006770* seen on the audit log, including the BATCH and HOLDSWP
006780* pseudo-operators, so management can see terminal activity.
006790******************************************************************
006800 4000-PRINT-OPERATOR-SECTION.
006810     MOVE SPACES TO REPORT-LINE.
006820     WRITE REPORT-LINE.
006830     MOVE "ACTIVITY BY OPERATOR" TO REPORT-LINE.
006840     WRITE REPORT-LINE.
006850     MOVE 1 TO WS-IX.
006860     PERFORM 4100-PRINT-OPERATOR-LINE THRU 4100-EXIT
006870         UNTIL WS-IX > WS-OPERATOR-COUNT.
006880     GO TO 4000-EXIT.
006890 4000-EXIT.
006900     EXIT.
006910*
006920 4100-PRINT-OPERATOR-LINE.
006930     MOVE WS-OT-RESERVES(WS-IX) TO WS-RESERVES-EDIT.
006940     MOVE WS-OT-CANCELS(WS-IX) TO WS-CANCELS-EDIT.
006950     MOVE WS-OT-OTHERS(WS-IX) TO WS-OTHERS-EDIT.
006960     MOVE WS-OT-EXCHANGES(WS-IX) TO WS-EXCH-INS-EDIT.
006970     MOVE SPACES TO REPORT-LINE.
006980     STRING "OPERATOR " DELIMITED BY SIZE
006990            WS-OT-OPERATOR(WS-IX) DELIMITED BY SIZE
007000            " RES " DELIMITED BY SIZE
007010            WS-RESERVES-EDIT DELIMITED BY SIZE
007020            " CAN " DELIMITED BY SIZE
007030            WS-CANCELS-EDIT DELIMITED BY SIZE
007040            " EXCH " DELIMITED BY SIZE
007050            WS-EXCH-INS-EDIT DELIMITED BY SIZE
007060            " HOLD/RLSE " DELIMITED BY SIZE
007070            WS-OTHERS-EDIT DELIMITED BY SIZE
007080         INTO REPORT-LINE.
007090     WRITE REPORT-LINE.
007100     ADD 1 TO WS-IX.
007110     GO TO 4100-EXIT.
007120 4100-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160* 9000-TERMINATE - print the grand totals across shows, close
007170* the files, and end the run.
007180******************************************************************
007190 9000-TERMINATE.
007200     MOVE WS-TOTAL-RESERVES TO WS-TOT-RESERVES-EDIT.
007210     MOVE WS-TOTAL-CANCELS TO WS-TOT-CANCELS-EDIT.
007220     MOVE WS-TOT-NET-SEATS TO WS-TOT-NET-EDIT.
007230     MOVE WS-TOTAL-REVENUE TO WS-TOT-REVENUE-EDIT.
007240     MOVE WS-TOTAL-REFUNDS TO WS-TOT-REFUNDS-EDIT.
007250     MOVE SPACES TO REPORT-LINE.
007260     WRITE REPORT-LINE.
007270     STRING "GRAND TOTAL RES " DELIMITED BY SIZE
007280            WS-TOT-RESERVES-EDIT DELIMITED BY SIZE
007290            " CAN " DELIMITED BY SIZE
007300            WS-TOT-CANCELS-EDIT DELIMITED BY SIZE
007310            " NET " DELIMITED BY SIZE
007320            WS-TOT-NET-EDIT DELIMITED BY SIZE
007330            " REV " DELIMITED BY SIZE
007340            WS-TOT-REVENUE-EDIT DELIMITED BY SIZE
007350            " REF " DELIMITED BY SIZE
007360            WS-TOT-REFUNDS-EDIT DELIMITED BY SIZE
007370         INTO REPORT-LINE.
007380     WRITE REPORT-LINE.
007390     MOVE WS-TOTAL-EXCH-INS TO WS-TOT-EXCH-INS-EDIT.
007400     MOVE WS-TOTAL-EXCH-OUTS TO WS-TOT-EXCH-OUTS-EDIT.
007410     MOVE WS-TOTAL-EXCH-IN-VALUE TO WS-TOT-EXCH-IN-VAL-EDIT.
007420     MOVE WS-TOTAL-EXCH-OUT-VALUE TO WS-TOT-EXCH-OUT-VAL-EDIT.
007430     MOVE SPACES TO REPORT-LINE.
007440     STRING "GRAND TOTAL EXCHANGED IN " DELIMITED BY SIZE
007450            WS-TOT-EXCH-INS-EDIT DELIMITED BY SIZE
007460            " VALUE " DELIMITED BY SIZE
007470            WS-TOT-EXCH-IN-VAL-EDIT DELIMITED BY SIZE
007480            "  EXCHANGED OUT " DELIMITED BY SIZE
007490            WS-TOT-EXCH-OUTS-EDIT DELIMITED BY SIZE
007500            " VALUE " DELIMITED BY SIZE
007510            WS-TOT-EXCH-OUT-VAL-EDIT DELIMITED BY SIZE
007520         INTO REPORT-LINE.
007530     WRITE REPORT-LINE.
007540     CLOSE AUDIT-LOG-FILE.
007550     CLOSE SHOW-MASTER-FILE.
007560     CLOSE VENUE-MASTER-FILE.
007570     CLOSE ROW-PRICE-FILE.
007580     CLOSE ACTIVITY-REPORT.
007590     MOVE 'C' TO WS-BCTL-FINAL-STATUS.
007600     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
007610     GO TO 9000-EXIT.
007620 9000-EXIT.
007630     EXIT.
007640*
007650******************************************************************
007660* 9100-POST-BATCH-CONTROL - post the run's final status ('C'
007670* complete or 'F' failed, set by the caller), the end time and
007680* the control totals to this job's BATCHCTL record. Nothing is
007690* posted for a run that never got as far as posting itself
007700* running.
007710******************************************************************
007720 9100-POST-BATCH-CONTROL.
007730     IF NOT WS-BCTL-POSTED
007740         GO TO 9100-EXIT
007750     END-IF.
007760     OPEN I-O BATCH-CONTROL-FILE.
007770     IF WS-BCTL-FILE-STATUS NOT = "00"
007780         DISPLAY "SEAT-ACTIVITY-REPORT: BATCHCTL NOT AVAILABLE, "
007790             "FILE STATUS " WS-BCTL-FILE-STATUS
007800             " - RUN STATUS NOT POSTED"
007810         MOVE 16 TO RETURN-CODE
007820         GO TO 9100-EXIT
007830     END-IF.
007840     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
007850     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
007860     READ BATCH-CONTROL-FILE
007870         INVALID KEY
007880             MOVE 'N' TO WS-BCTL-ON-FILE-SW
007890             MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE
007900             MOVE WS-BCTL-JOB TO BC-JOB-NAME
007910             MOVE ZERO TO BC-START-DATE
007920             MOVE ZERO TO BC-START-TIME
007930             MOVE 1 TO BC-RUN-COUNT
007940             MOVE SPACES TO BC-OVERRIDE-ID
007950         NOT INVALID KEY
007960             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
007970     END-READ.
007980     MOVE WS-BCTL-FINAL-STATUS TO BC-STATUS.
007990     ACCEPT BC-END-DATE FROM DATE.
008000     ACCEPT BC-END-TIME FROM TIME.
008010     MOVE WS-BCTL-READ TO BC-RECORDS-READ.
008020     COMPUTE BC-RECORDS-WRITTEN =
008030         WS-TOTAL-RESERVES + WS-TOTAL-CANCELS.
008040     MOVE ZERO TO BC-RECORDS-REJECTED.
008050     COMPUTE WS-BCTL-AMOUNT =
008060         WS-TOTAL-REVENUE - WS-TOTAL-REFUNDS.
008070     MOVE WS-BCTL-AMOUNT TO BC-CONTROL-AMOUNT.
008080     IF WS-BCTL-ON-FILE
008090         REWRITE BATCH-CONTROL-RECORD
008100     ELSE
008110         WRITE BATCH-CONTROL-RECORD
008120     END-IF.
008130     CLOSE BATCH-CONTROL-FILE.
008140     GO TO 9100-EXIT.
008150 9100-EXIT.
008160     EXIT.
008170*
008180 END PROGRAM SEAT-ACTIVITY-REPORT.
