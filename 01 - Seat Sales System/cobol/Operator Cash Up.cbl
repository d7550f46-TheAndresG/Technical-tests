000120*              hold, so each drawer can be balanced against what
000130*              the system says was actually collected rather
000140*              than what the row prices say should have been.
000150*              Grand totals close the report. Seat exchange
000160*              differences (EXCH collected, EXRF refunded) are
000170*              shown on a line of their own under the operator
000180*              and move the drawer like any other cash.
000190*              Gift and credit vouchers have a line of their own:
000200*              vouchers sold by cash and card, and voucher
000210*              tender redeemed and credited. Only a voucher sold
000220*              for cash moves the drawer.
000230* TECTONICS:   cobc
000240******************************************************************
000250* MODIFICATION HISTORY
000260*  DATE       INIT DESCRIPTION
000270*  02/09/2026 AG   Original operator cash-up report program.
000280*  15/10/2026 AG   Seat exchange differences are now cashed up:
000290*                  EXCH (upcharge collected) and EXRF (downgrade
000300*                  refunded) print per operator by tender on an
000310*                  exchange line, count in the drawer's net cash,
000320*                  and are totalled at the end of the report.
000330*  15/10/2026 AG   Voucher tender (V) and gift voucher sales
000340*                  (VSAL) now print per operator on a voucher
000350*                  line, apart from cash; cash voucher sales
000360*                  count in the drawer's net cash. Voucher grand
000370*                  totals close the report.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. OPERATOR-CASH-UP.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PAY-FILE-STATUS.
000470     SELECT CASHUP-REPORT ASSIGN TO "CASHRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-FILE-STATUS.
000500     SELECT REPORT-PARM-FILE ASSIGN TO "CASHPARM"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PARM-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PAYMENT-LEDGER-FILE.
000560     COPY PAYLEDGR.
000570 FD  CASHUP-REPORT.
000580 01  REPORT-LINE                 PIC X(132).
000590 FD  REPORT-PARM-FILE.
000600 01  REPORT-PARM-RECORD.
000610     05 CP-REPORT-DATE           PIC 9(06).
000620 WORKING-STORAGE SECTION.
000630 01  WS-PAY-FILE-STATUS          PIC X(02).
000640 01  WS-RPT-FILE-STATUS          PIC X(02).
000650 01  WS-PARM-FILE-STATUS         PIC X(02).
000660 01  WS-PAY-EOF-SW               PIC X(01) VALUE 'N'.
000670     88 WS-PAY-EOF                           VALUE 'Y'.
000680 01  WS-OPER-FULL-SW             PIC X(01) VALUE 'N'.
000690     88 WS-OPER-FULL                         VALUE 'Y'.
000700 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
000710     88 WS-ENTRY-FOUND                       VALUE 'Y'.
000720 01  WS-REPORT-DATE              PIC 9(06) VALUE ZERO.
000730******************************************************************
000740* One accumulator row per operator seen on the payment ledger,
000750* built in one pass and printed at the end of the run. Net cash
000760* is cash taken less cash refunded - the figure the drawer
000770* itself is counted against, adjusted by any cash collected
000780* or refunded on seat exchanges, plus gift vouchers sold for
000790* cash. Voucher tender redeemed or credited moves no cash.
000800******************************************************************
000810 01  WS-OPERATOR-TABLE.
000820     05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
000830         10 WS-OT-OPERATOR       PIC X(08).
000840         10 WS-OT-CASH-TAKEN     PIC 9(07)V99.
000850         10 WS-OT-CARD-TAKEN     PIC 9(07)V99.
000860         10 WS-OT-CASH-REFUND    PIC 9(07)V99.
000870         10 WS-OT-CARD-REFUND    PIC 9(07)V99.
000880         10 WS-OT-COMPS          PIC 9(05) COMP.
000890         10 WS-OT-EXCHANGES      PIC 9(05) COMP.
000900         10 WS-OT-CASH-EXCH-IN   PIC 9(07)V99.
000910         10 WS-OT-CARD-EXCH-IN   PIC 9(07)V99.
000920         10 WS-OT-CASH-EXCH-OUT  PIC 9(07)V99.
000930         10 WS-OT-CARD-EXCH-OUT  PIC 9(07)V99.
000940         10 WS-OT-CASH-VCH-SOLD  PIC 9(07)V99.
000950         10 WS-OT-CARD-VCH-SOLD  PIC 9(07)V99.
000960         10 WS-OT-VCH-REDEEMED   PIC 9(07)V99.
000970         10 WS-OT-VCH-CREDITED   PIC 9(07)V99.
000980         10 WS-OT-VCH-COUNT      PIC 9(05) COMP.
000990 01  WS-OPERATOR-COUNT           PIC 9(03) COMP VALUE ZERO.
001000 01  WS-IX                       PIC 9(03) COMP.
001010 01  WS-FOUND-IX                 PIC 9(03) COMP.
001020 01  WS-PRINT-FIELDS.
001030     05 WS-NET-CASH              PIC S9(08)V99.
001040     05 WS-CASH-TAKEN-EDIT       PIC Z,ZZZ,ZZ9.99.
001050     05 WS-CARD-TAKEN-EDIT       PIC Z,ZZZ,ZZ9.99.
001060     05 WS-CASH-REFUND-EDIT      PIC Z,ZZZ,ZZ9.99.
001070     05 WS-CARD-REFUND-EDIT      PIC Z,ZZZ,ZZ9.99.
001080     05 WS-NET-CASH-EDIT         PIC Z,ZZZ,ZZ9.99-.
001090     05 WS-COMPS-EDIT            PIC ZZ,ZZ9.
001100     05 WS-EXCHANGES-EDIT        PIC ZZ,ZZ9.
001110     05 WS-CASH-EXCH-IN-EDIT     PIC Z,ZZZ,ZZ9.99.
001120     05 WS-CARD-EXCH-IN-EDIT     PIC Z,ZZZ,ZZ9.99.
001130     05 WS-CASH-EXCH-OUT-EDIT    PIC Z,ZZZ,ZZ9.99.
001140     05 WS-CARD-EXCH-OUT-EDIT    PIC Z,ZZZ,ZZ9.99.
001150     05 WS-CASH-VCH-SOLD-EDIT    PIC Z,ZZZ,ZZ9.99.
001160     05 WS-CARD-VCH-SOLD-EDIT    PIC Z,ZZZ,ZZ9.99.
001170     05 WS-VCH-REDEEMED-EDIT     PIC Z,ZZZ,ZZ9.99.
001180     05 WS-VCH-CREDITED-EDIT     PIC Z,ZZZ,ZZ9.99.
001190 01  WS-GRAND-TOTALS.
001200     05 WS-TOT-CASH-TAKEN        PIC 9(09)V99 VALUE ZERO.
001210     05 WS-TOT-CARD-TAKEN        PIC 9(09)V99 VALUE ZERO.
001220     05 WS-TOT-CASH-REFUND       PIC 9(09)V99 VALUE ZERO.
001230     05 WS-TOT-CARD-REFUND       PIC 9(09)V99 VALUE ZERO.
001240     05 WS-TOT-COMPS             PIC 9(07) COMP VALUE ZERO.
001250     05 WS-TOT-EXCHANGES         PIC 9(07) COMP VALUE ZERO.
001260     05 WS-TOT-CASH-EXCH-IN      PIC 9(09)V99 VALUE ZERO.
001270     05 WS-TOT-CARD-EXCH-IN      PIC 9(09)V99 VALUE ZERO.
001280     05 WS-TOT-CASH-EXCH-OUT     PIC 9(09)V99 VALUE ZERO.
001290     05 WS-TOT-CARD-EXCH-OUT     PIC 9(09)V99 VALUE ZERO.
001300     05 WS-TOT-EXCH-IN           PIC 9(09)V99 VALUE ZERO.
001310     05 WS-TOT-EXCH-OUT          PIC 9(09)V99 VALUE ZERO.
001320     05 WS-TOT-VCH-SOLD          PIC 9(09)V99 VALUE ZERO.
001330     05 WS-TOT-VCH-REDEEMED      PIC 9(09)V99 VALUE ZERO.
001340     05 WS-TOT-VCH-CREDITED      PIC 9(09)V99 VALUE ZERO.
001350     05 WS-TOT-NET-CASH          PIC S9(10)V99 VALUE ZERO.
001360     05 WS-TOT-CASH-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
001370     05 WS-TOT-CARD-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
001380     05 WS-TOT-NET-EDIT          PIC ZZZ,ZZZ,ZZ9.99-.
001390     05 WS-TOT-COMPS-EDIT        PIC ZZZ,ZZ9.
001400     05 WS-TOT-EXCHANGES-EDIT    PIC ZZZ,ZZ9.
001410     05 WS-TOT-EXCH-IN-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
001420     05 WS-TOT-EXCH-OUT-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
001430     05 WS-TOT-VCH-SOLD-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
001440     05 WS-TOT-VCH-REDEEMED-EDIT PIC ZZZ,ZZZ,ZZ9.99.
001450     05 WS-TOT-VCH-CREDITED-EDIT PIC ZZZ,ZZZ,ZZ9.99.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     DISPLAY "Operator Cash Up".
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
001510         UNTIL WS-PAY-EOF.
001520     PERFORM 3000-PRINT-OPERATOR-SECTION THRU 3000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     STOP RUN.
001550*
001560******************************************************************
001570* 1000-INITIALIZE - settle the report date, open the files, and
001580* print the report heading. This job runs at end of shift the
001590* same night, so the date defaults to today (matching PL-DATE's
001600* YYMMDD) and can be overridden through CASHPARM to rerun a
001610* past night on demand.
001620******************************************************************
001630 1000-INITIALIZE.
001640     OPEN INPUT REPORT-PARM-FILE.
001650     IF WS-PARM-FILE-STATUS = "00"
001660         READ REPORT-PARM-FILE
001670             AT END
001680                 CONTINUE
001690             NOT AT END
001700                 IF CP-REPORT-DATE IS NUMERIC
001710                     AND CP-REPORT-DATE > 0
001720                     MOVE CP-REPORT-DATE TO WS-REPORT-DATE
001730                 END-IF
001740         END-READ
001750         CLOSE REPORT-PARM-FILE
001760     END-IF.
001770     IF WS-REPORT-DATE = ZERO
001780         ACCEPT WS-REPORT-DATE FROM DATE
001790     END-IF.
001800     OPEN OUTPUT CASHUP-REPORT.
001810     MOVE SPACES TO REPORT-LINE.
001820     STRING "OPERATOR CASH-UP REPORT FOR " DELIMITED BY SIZE
001830            WS-REPORT-DATE DELIMITED BY SIZE
001840         INTO REPORT-LINE.
001850     WRITE REPORT-LINE.
001860     OPEN INPUT PAYMENT-LEDGER-FILE.
001870     IF WS-PAY-FILE-STATUS NOT = "00"
001880         DISPLAY "OPERATOR-CASH-UP: PAYLEDGR NOT AVAILABLE, "
001890             "FILE STATUS " WS-PAY-FILE-STATUS
001900         MOVE "NO PAYMENT LEDGER - NOTHING TO REPORT"
001910             TO REPORT-LINE
001920         WRITE REPORT-LINE
001930         CLOSE CASHUP-REPORT
001940         STOP RUN
001950     END-IF.
001960     GO TO 1000-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010* 2000-POST-PAYMENT - read the next payment ledger record and
002020* post it to its operator's accumulator row. Only the report
002030* date's payments count - the ledger is opened EXTEND by every
002040* writer and holds its full history. A comp is counted, not
002050* summed; it moved no money. An exchange difference (EXCH or
002060* EXRF) is counted as an exchange, not a comp, even when it
002070* was waived on a comp tender, and summed by tender. Voucher
002080* sales (VSAL) and anything tendered by voucher (V) go to the
002090* operator's voucher figures instead.
002100******************************************************************
002110 2000-POST-PAYMENT.
002120     READ PAYMENT-LEDGER-FILE
002130         AT END
002140             MOVE 'Y' TO WS-PAY-EOF-SW
002150             GO TO 2000-EXIT
002160     END-READ.
002170     IF PL-DATE NOT = WS-REPORT-DATE
002180         GO TO 2000-EXIT
002190     END-IF.
002200     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
002210     IF NOT WS-ENTRY-FOUND
002220         GO TO 2000-EXIT
002230     END-IF.
002240     IF PL-PAY-TYPE = "VSAL" OR PL-TENDER-TYPE = 'V'
002250         PERFORM 2300-POST-VOUCHER THRU 2300-EXIT
002260         GO TO 2000-EXIT
002270     END-IF.
002280     IF PL-PAY-TYPE = "EXCH" OR PL-PAY-TYPE = "EXRF"
002290         PERFORM 2200-POST-EXCHANGE THRU 2200-EXIT
002300         GO TO 2000-EXIT
002310     END-IF.
002320     IF PL-TENDER-TYPE = 'P'
002330         ADD 1 TO WS-OT-COMPS(WS-FOUND-IX)
002340         ADD 1 TO WS-TOT-COMPS
002350         GO TO 2000-EXIT
002360     END-IF.
002370     EVALUATE TRUE
002380         WHEN PL-PAY-TYPE = "SALE" AND PL-TENDER-TYPE = 'C'
002390             ADD PL-AMOUNT TO WS-OT-CASH-TAKEN(WS-FOUND-IX)
002400             ADD PL-AMOUNT TO WS-TOT-CASH-TAKEN
002410         WHEN PL-PAY-TYPE = "SALE" AND PL-TENDER-TYPE = 'D'
002420             ADD PL-AMOUNT TO WS-OT-CARD-TAKEN(WS-FOUND-IX)
002430             ADD PL-AMOUNT TO WS-TOT-CARD-TAKEN
002440         WHEN PL-PAY-TYPE = "RFND" AND PL-TENDER-TYPE = 'C'
002450             ADD PL-AMOUNT TO WS-OT-CASH-REFUND(WS-FOUND-IX)
002460             ADD PL-AMOUNT TO WS-TOT-CASH-REFUND
002470         WHEN PL-PAY-TYPE = "RFND" AND PL-TENDER-TYPE = 'D'
002480             ADD PL-AMOUNT TO WS-OT-CARD-REFUND(WS-FOUND-IX)
002490             ADD PL-AMOUNT TO WS-TOT-CARD-REFUND
002500         WHEN OTHER
002510             CONTINUE
002520     END-EVALUATE.
002530     GO TO 2000-EXIT.
002540 2000-EXIT.
002550     EXIT.
002560*
002570******************************************************************
002580* 2100-FIND-OPERATOR-ENTRY - find the accumulator row for the
002590* payment's operator, opening a new row for an operator seen
002600* for the first time. A full table is reported once and further
002610* new operators are left off rather than miscounted.
002620******************************************************************
002630 2100-FIND-OPERATOR-ENTRY.
002640     MOVE 'N' TO WS-ENTRY-FOUND-SW.
002650     MOVE 1 TO WS-IX.
002660     PERFORM 2110-MATCH-OPERATOR THRU 2110-EXIT
002670         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-OPERATOR-COUNT.
002680     IF WS-ENTRY-FOUND
002690         GO TO 2100-EXIT
002700     END-IF.
002710     IF WS-OPERATOR-COUNT >= 50
002720         IF NOT WS-OPER-FULL
002730             MOVE 'Y' TO WS-OPER-FULL-SW
002740             MOVE "OPERATOR TABLE FULL - SOME NOT REPORTED"
002750                 TO REPORT-LINE
002760             WRITE REPORT-LINE
002770         END-IF
002780         GO TO 2100-EXIT
002790     END-IF.
002800     ADD 1 TO WS-OPERATOR-COUNT.
002810     MOVE PL-OPERATOR-ID TO WS-OT-OPERATOR(WS-OPERATOR-COUNT).
002820     MOVE ZERO TO WS-OT-CASH-TAKEN(WS-OPERATOR-COUNT).
002830     MOVE ZERO TO WS-OT-CARD-TAKEN(WS-OPERATOR-COUNT).
002840     MOVE ZERO TO WS-OT-CASH-REFUND(WS-OPERATOR-COUNT).
002850     MOVE ZERO TO WS-OT-CARD-REFUND(WS-OPERATOR-COUNT).
002860     MOVE ZERO TO WS-OT-COMPS(WS-OPERATOR-COUNT).
002870     MOVE ZERO TO WS-OT-EXCHANGES(WS-OPERATOR-COUNT).
002880     MOVE ZERO TO WS-OT-CASH-EXCH-IN(WS-OPERATOR-COUNT).
002890     MOVE ZERO TO WS-OT-CARD-EXCH-IN(WS-OPERATOR-COUNT).
002900     MOVE ZERO TO WS-OT-CASH-EXCH-OUT(WS-OPERATOR-COUNT).
002910     MOVE ZERO TO WS-OT-CARD-EXCH-OUT(WS-OPERATOR-COUNT).
002920     MOVE ZERO TO WS-OT-CASH-VCH-SOLD(WS-OPERATOR-COUNT).
002930     MOVE ZERO TO WS-OT-CARD-VCH-SOLD(WS-OPERATOR-COUNT).
002940     MOVE ZERO TO WS-OT-VCH-REDEEMED(WS-OPERATOR-COUNT).
002950     MOVE ZERO TO WS-OT-VCH-CREDITED(WS-OPERATOR-COUNT).
002960     MOVE ZERO TO WS-OT-VCH-COUNT(WS-OPERATOR-COUNT).
002970     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
002980     MOVE WS-OPERATOR-COUNT TO WS-FOUND-IX.
002990     GO TO 2100-EXIT.
003000 2100-EXIT.
003010     EXIT.
003020*
003030 2110-MATCH-OPERATOR.
003040     IF WS-OT-OPERATOR(WS-IX) = PL-OPERATOR-ID
003050         MOVE 'Y' TO WS-ENTRY-FOUND-SW
003060         MOVE WS-IX TO WS-FOUND-IX
003070     END-IF.
003080     ADD 1 TO WS-IX.
003090     GO TO 2110-EXIT.
003100 2110-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140* 2200-POST-EXCHANGE - post a seat exchange's price difference
003150* to the operator's row: EXCH is an upcharge collected, EXRF a
003160* downgrade refunded, each by the tender it moved in.
003170******************************************************************
003180 2200-POST-EXCHANGE.
003190     ADD 1 TO WS-OT-EXCHANGES(WS-FOUND-IX).
003200     ADD 1 TO WS-TOT-EXCHANGES.
003210     EVALUATE TRUE
003220         WHEN PL-PAY-TYPE = "EXCH" AND PL-TENDER-TYPE = 'C'
003230             ADD PL-AMOUNT TO WS-OT-CASH-EXCH-IN(WS-FOUND-IX)
003240             ADD PL-AMOUNT TO WS-TOT-CASH-EXCH-IN
003250         WHEN PL-PAY-TYPE = "EXCH" AND PL-TENDER-TYPE = 'D'
003260             ADD PL-AMOUNT TO WS-OT-CARD-EXCH-IN(WS-FOUND-IX)
003270             ADD PL-AMOUNT TO WS-TOT-CARD-EXCH-IN
003280         WHEN PL-PAY-TYPE = "EXRF" AND PL-TENDER-TYPE = 'C'
003290             ADD PL-AMOUNT TO WS-OT-CASH-EXCH-OUT(WS-FOUND-IX)
003300             ADD PL-AMOUNT TO WS-TOT-CASH-EXCH-OUT
003310         WHEN PL-PAY-TYPE = "EXRF" AND PL-TENDER-TYPE = 'D'
003320             ADD PL-AMOUNT TO WS-OT-CARD-EXCH-OUT(WS-FOUND-IX)
003330             ADD PL-AMOUNT TO WS-TOT-CARD-EXCH-OUT
003340         WHEN OTHER
003350             CONTINUE
003360     END-EVALUATE.
003370     GO TO 2200-EXIT.
003380 2200-EXIT.
003390     EXIT.
003400*
003410******************************************************************
003420* 2300-POST-VOUCHER - post a voucher movement to the operator's
003430* row: a gift voucher sold (VSAL) by the cash or card it was
003440* paid with, voucher tender taken on a sale or exchange upcharge
003450* as redeemed, and a refund or exchange downgrade paid on a
003460* credit voucher as credited. A voucher exchange difference
003470* still counts as an exchange.
003480******************************************************************
003490 2300-POST-VOUCHER.
003500     ADD 1 TO WS-OT-VCH-COUNT(WS-FOUND-IX).
003510     IF PL-PAY-TYPE = "EXCH" OR PL-PAY-TYPE = "EXRF"
003520         ADD 1 TO WS-OT-EXCHANGES(WS-FOUND-IX)
003530         ADD 1 TO WS-TOT-EXCHANGES
003540     END-IF.
003550     EVALUATE TRUE
003560         WHEN PL-PAY-TYPE = "VSAL" AND PL-TENDER-TYPE = 'C'
003570             ADD PL-AMOUNT TO WS-OT-CASH-VCH-SOLD(WS-FOUND-IX)
003580             ADD PL-AMOUNT TO WS-TOT-VCH-SOLD
003590         WHEN PL-PAY-TYPE = "VSAL" AND PL-TENDER-TYPE = 'D'
003600             ADD PL-AMOUNT TO WS-OT-CARD-VCH-SOLD(WS-FOUND-IX)
003610             ADD PL-AMOUNT TO WS-TOT-VCH-SOLD
003620         WHEN PL-PAY-TYPE = "SALE" OR PL-PAY-TYPE = "EXCH"
003630             ADD PL-AMOUNT TO WS-OT-VCH-REDEEMED(WS-FOUND-IX)
003640             ADD PL-AMOUNT TO WS-TOT-VCH-REDEEMED
003650         WHEN PL-PAY-TYPE = "RFND" OR PL-PAY-TYPE = "EXRF"
003660             ADD PL-AMOUNT TO WS-OT-VCH-CREDITED(WS-FOUND-IX)
003670             ADD PL-AMOUNT TO WS-TOT-VCH-CREDITED
003680         WHEN OTHER
003690             CONTINUE
003700     END-EVALUATE.
003710     GO TO 2300-EXIT.
003720 2300-EXIT.
003730     EXIT.
003740*
003750******************************************************************
003760* 3000-PRINT-OPERATOR-SECTION - print one cash-up block per
003770* operator seen on the ledger, including BATCH for the
003780* overnight phone/web money, which has no drawer but still
003790* reconciles against the card settlement.
003800******************************************************************
003810 3000-PRINT-OPERATOR-SECTION.
003820     MOVE SPACES TO REPORT-LINE.
003830     WRITE REPORT-LINE.
003840     MOVE "CASH-UP BY OPERATOR" TO REPORT-LINE.
003850     WRITE REPORT-LINE.
003860     MOVE 1 TO WS-IX.
003870     PERFORM 3100-PRINT-OPERATOR-LINE THRU 3100-EXIT
003880         UNTIL WS-IX > WS-OPERATOR-COUNT.
003890     GO TO 3000-EXIT.
003900 3000-EXIT.
003910     EXIT.
003920*
003930 3100-PRINT-OPERATOR-LINE.
003940     COMPUTE WS-NET-CASH =
003950         WS-OT-CASH-TAKEN(WS-IX) - WS-OT-CASH-REFUND(WS-IX)
003960         + WS-OT-CASH-EXCH-IN(WS-IX) - WS-OT-CASH-EXCH-OUT(WS-IX)
003970         + WS-OT-CASH-VCH-SOLD(WS-IX).
003980     ADD WS-NET-CASH TO WS-TOT-NET-CASH.
003990     MOVE WS-OT-CASH-TAKEN(WS-IX) TO WS-CASH-TAKEN-EDIT.
004000     MOVE WS-OT-CARD-TAKEN(WS-IX) TO WS-CARD-TAKEN-EDIT.
004010     MOVE WS-OT-CASH-REFUND(WS-IX) TO WS-CASH-REFUND-EDIT.
004020     MOVE WS-OT-CARD-REFUND(WS-IX) TO WS-CARD-REFUND-EDIT.
004030     MOVE WS-NET-CASH TO WS-NET-CASH-EDIT.
004040     MOVE WS-OT-COMPS(WS-IX) TO WS-COMPS-EDIT.
004050     MOVE SPACES TO REPORT-LINE.
004060     STRING "OPERATOR " DELIMITED BY SIZE
004070            WS-OT-OPERATOR(WS-IX) DELIMITED BY SIZE
004080            " CASH " DELIMITED BY SIZE
004090            WS-CASH-TAKEN-EDIT DELIMITED BY SIZE
004100            " CARD " DELIMITED BY SIZE
004110            WS-CARD-TAKEN-EDIT DELIMITED BY SIZE
004120            " CASH REF " DELIMITED BY SIZE
004130            WS-CASH-REFUND-EDIT DELIMITED BY SIZE
004140            " CARD REF " DELIMITED BY SIZE
004150            WS-CARD-REFUND-EDIT DELIMITED BY SIZE
004160            " COMPS " DELIMITED BY SIZE
004170            WS-COMPS-EDIT DELIMITED BY SIZE
004180         INTO REPORT-LINE.
004190     WRITE REPORT-LINE.
004200     IF WS-OT-EXCHANGES(WS-IX) > ZERO
004210         PERFORM 3110-PRINT-EXCHANGE-LINE THRU 3110-EXIT
004220     END-IF.
004230     IF WS-OT-VCH-COUNT(WS-IX) > ZERO
004240         PERFORM 3120-PRINT-VOUCHER-LINE THRU 3120-EXIT
004250     END-IF.
004260     MOVE SPACES TO REPORT-LINE.
004270     STRING "         DRAWER SHOULD HOLD " DELIMITED BY SIZE
004280            WS-NET-CASH-EDIT DELIMITED BY SIZE
004290            " CASH" DELIMITED BY SIZE
004300         INTO REPORT-LINE.
004310     WRITE REPORT-LINE.
004320     ADD 1 TO WS-IX.
004330     GO TO 3100-EXIT.
004340 3100-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 3110-PRINT-EXCHANGE-LINE - print the operator's seat exchange
004390* differences by tender beneath the cash-up line.
004400******************************************************************
004410 3110-PRINT-EXCHANGE-LINE.
004420     MOVE WS-OT-EXCHANGES(WS-IX) TO WS-EXCHANGES-EDIT.
004430     MOVE WS-OT-CASH-EXCH-IN(WS-IX) TO WS-CASH-EXCH-IN-EDIT.
004440     MOVE WS-OT-CARD-EXCH-IN(WS-IX) TO WS-CARD-EXCH-IN-EDIT.
004450     MOVE WS-OT-CASH-EXCH-OUT(WS-IX) TO WS-CASH-EXCH-OUT-EDIT.
004460     MOVE WS-OT-CARD-EXCH-OUT(WS-IX) TO WS-CARD-EXCH-OUT-EDIT.
004470     MOVE SPACES TO REPORT-LINE.
004480     STRING "         EXCHANGES " DELIMITED BY SIZE
004490            WS-EXCHANGES-EDIT DELIMITED BY SIZE
004500            " CASH IN " DELIMITED BY SIZE
004510            WS-CASH-EXCH-IN-EDIT DELIMITED BY SIZE
004520            " CARD IN " DELIMITED BY SIZE
004530            WS-CARD-EXCH-IN-EDIT DELIMITED BY SIZE
004540            " CASH OUT " DELIMITED BY SIZE
004550            WS-CASH-EXCH-OUT-EDIT DELIMITED BY SIZE
004560            " CARD OUT " DELIMITED BY SIZE
004570            WS-CARD-EXCH-OUT-EDIT DELIMITED BY SIZE
004580         INTO REPORT-LINE.
004590     WRITE REPORT-LINE.
004600     GO TO 3110-EXIT.
004610 3110-EXIT.
004620     EXIT.
004630*
004640******************************************************************
004650* 3120-PRINT-VOUCHER-LINE - print the operator's voucher figures
004660* beneath the cash-up line: vouchers sold by tender, voucher
004670* tender redeemed, and refunds credited to vouchers.
004680******************************************************************
004690 3120-PRINT-VOUCHER-LINE.
004700     MOVE WS-OT-CASH-VCH-SOLD(WS-IX) TO WS-CASH-VCH-SOLD-EDIT.
004710     MOVE WS-OT-CARD-VCH-SOLD(WS-IX) TO WS-CARD-VCH-SOLD-EDIT.
004720     MOVE WS-OT-VCH-REDEEMED(WS-IX) TO WS-VCH-REDEEMED-EDIT.
004730     MOVE WS-OT-VCH-CREDITED(WS-IX) TO WS-VCH-CREDITED-EDIT.
004740     MOVE SPACES TO REPORT-LINE.
004750     STRING "         VOUCHERS SOLD CASH " DELIMITED BY SIZE
004760            WS-CASH-VCH-SOLD-EDIT DELIMITED BY SIZE
004770            " CARD " DELIMITED BY SIZE
004780            WS-CARD-VCH-SOLD-EDIT DELIMITED BY SIZE
004790            " REDEEMED " DELIMITED BY SIZE
004800            WS-VCH-REDEEMED-EDIT DELIMITED BY SIZE
004810            " CREDITED " DELIMITED BY SIZE
004820            WS-VCH-CREDITED-EDIT DELIMITED BY SIZE
004830         INTO REPORT-LINE.
004840     WRITE REPORT-LINE.
004850     GO TO 3120-EXIT.
004860 3120-EXIT.
004870     EXIT.
004880*
004890******************************************************************
004900* 9000-TERMINATE - print the grand totals across operators,
004910* close the files, and end the run.
004920******************************************************************
004930 9000-TERMINATE.
004940     MOVE WS-TOT-CASH-TAKEN TO WS-TOT-CASH-EDIT.
004950     MOVE WS-TOT-CARD-TAKEN TO WS-TOT-CARD-EDIT.
004960     MOVE WS-TOT-NET-CASH TO WS-TOT-NET-EDIT.
004970     MOVE WS-TOT-COMPS TO WS-TOT-COMPS-EDIT.
004980     MOVE SPACES TO REPORT-LINE.
004990     WRITE REPORT-LINE.
005000     STRING "GRAND TOTAL CASH " DELIMITED BY SIZE
005010            WS-TOT-CASH-EDIT DELIMITED BY SIZE
005020            " CARD " DELIMITED BY SIZE
005030            WS-TOT-CARD-EDIT DELIMITED BY SIZE
005040            " NET CASH " DELIMITED BY SIZE
005050            WS-TOT-NET-EDIT DELIMITED BY SIZE
005060            " COMPS " DELIMITED BY SIZE
005070            WS-TOT-COMPS-EDIT DELIMITED BY SIZE
005080         INTO REPORT-LINE.
005090     WRITE REPORT-LINE.
005100     COMPUTE WS-TOT-EXCH-IN =
005110         WS-TOT-CASH-EXCH-IN + WS-TOT-CARD-EXCH-IN.
005120     COMPUTE WS-TOT-EXCH-OUT =
005130         WS-TOT-CASH-EXCH-OUT + WS-TOT-CARD-EXCH-OUT.
005140     MOVE WS-TOT-EXCHANGES TO WS-TOT-EXCHANGES-EDIT.
005150     MOVE WS-TOT-EXCH-IN TO WS-TOT-EXCH-IN-EDIT.
005160     MOVE WS-TOT-EXCH-OUT TO WS-TOT-EXCH-OUT-EDIT.
005170     MOVE SPACES TO REPORT-LINE.
005180     STRING "GRAND TOTAL EXCHANGES " DELIMITED BY SIZE
005190            WS-TOT-EXCHANGES-EDIT DELIMITED BY SIZE
005200            " COLLECTED " DELIMITED BY SIZE
005210            WS-TOT-EXCH-IN-EDIT DELIMITED BY SIZE
005220            " REFUNDED " DELIMITED BY SIZE
005230            WS-TOT-EXCH-OUT-EDIT DELIMITED BY SIZE
005240         INTO REPORT-LINE.
005250     WRITE REPORT-LINE.
005260     MOVE WS-TOT-VCH-SOLD TO WS-TOT-VCH-SOLD-EDIT.
005270     MOVE WS-TOT-VCH-REDEEMED TO WS-TOT-VCH-REDEEMED-EDIT.
005280     MOVE WS-TOT-VCH-CREDITED TO WS-TOT-VCH-CREDITED-EDIT.
005290     MOVE SPACES TO REPORT-LINE.
005300     STRING "GRAND TOTAL VOUCHERS SOLD " DELIMITED BY SIZE
005310            WS-TOT-VCH-SOLD-EDIT DELIMITED BY SIZE
005320            " REDEEMED " DELIMITED BY SIZE
005330            WS-TOT-VCH-REDEEMED-EDIT DELIMITED BY SIZE
005340            " CREDITED " DELIMITED BY SIZE
005350            WS-TOT-VCH-CREDITED-EDIT DELIMITED BY SIZE
005360         INTO REPORT-LINE.
005370     WRITE REPORT-LINE.
005380     CLOSE PAYMENT-LEDGER-FILE.
005390     CLOSE CASHUP-REPORT.
005400     GO TO 9000-EXIT.
005410 9000-EXIT.
005420     EXIT.
005430*
005440 END PROGRAM OPERATOR-CASH-UP.
