000010******************************************************************
000020* PROGRAM:     OPERATOR-EXCEPTION-REPORT
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Nightly batch step - print the operator exception
000080*              (security) report for the report date off the
000090*              audit trail and the payment ledger, for every
000100*              operator on the operator master and any other ID
000110*              seen on either file that night. The cash-up
000120*              shows whether a drawer balances; this shows
000130*              whether the activity behind it looks right. It
000140*              flags: a seat refunded by the same operator who
000150*              sold it that same day; a cash refund of a sale
000160*              originally taken by card; comps (price type 'M'
000170*              or comp tender 'P') beyond the nightly limit;
000180*              activity outside the operator's normal hours on
000190*              the operator master; and repeated SIGNFAIL and
000200*              REFUSED entries. Each item prints the show,
000210*              seat, ticket number, amount and times involved,
000220*              and the report ends with each operator's
000230*              exception counts.
000240* TECTONICS:   cobc
000250******************************************************************
000260* MODIFICATION HISTORY
000270*  DATE       INIT DESCRIPTION
000280*  15/10/2026 AG   Original operator exception report program.
000290*  15/10/2026 AG   A refund of a reissued ticket is traced back
000300*                  through VOIDTKT to the number its sale was
000310*                  posted under, so the same-day and cash-for-
000320*                  card checks see the original sale.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. OPERATOR-EXCEPTION-REPORT.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS OP-OPERATOR-ID
000430         FILE STATUS IS WS-OPER-FILE-STATUS.
000440     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS RP-KEY
000480         FILE STATUS IS WS-PRICE-FILE-STATUS.
000490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000520     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PAY-FILE-STATUS.
000550     SELECT EXCEPTION-PARM-FILE ASSIGN TO "EXCPPARM"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PARM-FILE-STATUS.
000580     SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPT-FILE-STATUS.
000610     SELECT VOIDED-TICKET-FILE ASSIGN TO "VOIDTKT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS VT-TICKET-NUMBER
000650         FILE STATUS IS WS-VOID-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  OPERATOR-MASTER-FILE.
000690     COPY OPERMSTR.
000700 FD  ROW-PRICE-FILE.
000710     COPY ROWPRICE.
000720 FD  AUDIT-LOG-FILE.
000730     COPY AUDITLOG.
000740 FD  PAYMENT-LEDGER-FILE.
000750     COPY PAYLEDGR.
000760 FD  EXCEPTION-PARM-FILE.
000770 01  EXCEPTION-PARM-RECORD.
000780     05 EP-REPORT-DATE           PIC 9(06).
000790     05 EP-COMP-LIMIT            PIC 9(03).
000800     05 EP-FAIL-LIMIT            PIC 9(02).
000810 FD  EXCEPTION-REPORT.
000820 01  REPORT-LINE                 PIC X(132).
000830 FD  VOIDED-TICKET-FILE.
000840     COPY VOIDTKT.
000850 WORKING-STORAGE SECTION.
000860 01  WS-OPER-FILE-STATUS         PIC X(02).
000870 01  WS-PRICE-FILE-STATUS        PIC X(02).
000880 01  WS-AUDIT-FILE-STATUS        PIC X(02).
000890 01  WS-PAY-FILE-STATUS          PIC X(02).
000900 01  WS-PARM-FILE-STATUS         PIC X(02).
000910 01  WS-RPT-FILE-STATUS          PIC X(02).
000920 01  WS-VOID-FILE-STATUS         PIC X(02).
000930 01  WS-PRICE-AVAIL-SW           PIC X(01) VALUE 'N'.
000940     88 WS-PRICE-AVAILABLE                   VALUE 'Y'.
000950 01  WS-OPER-EOF-SW              PIC X(01) VALUE 'N'.
000960     88 WS-OPER-EOF                          VALUE 'Y'.
000970 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
000980     88 WS-AUDIT-EOF                         VALUE 'Y'.
000990 01  WS-PAY-EOF-SW               PIC X(01) VALUE 'N'.
001000     88 WS-PAY-EOF                           VALUE 'Y'.
001010 01  WS-OPER-FULL-SW             PIC X(01) VALUE 'N'.
001020     88 WS-OPER-FULL                         VALUE 'Y'.
001030 01  WS-SALE-FULL-SW             PIC X(01) VALUE 'N'.
001040     88 WS-SALE-FULL                         VALUE 'Y'.
001050 01  WS-REFUND-FULL-SW           PIC X(01) VALUE 'N'.
001060     88 WS-REFUND-FULL                       VALUE 'Y'.
001070 01  WS-FAIL-FULL-SW             PIC X(01) VALUE 'N'.
001080     88 WS-FAIL-FULL                         VALUE 'Y'.
001090 01  WS-EXCP-FULL-SW             PIC X(01) VALUE 'N'.
001100     88 WS-EXCP-FULL                         VALUE 'Y'.
001110 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001120     88 WS-ENTRY-FOUND                       VALUE 'Y'.
001130 01  WS-REPORT-DATE              PIC 9(06) VALUE ZERO.
001140******************************************************************
001150* More comps than the comp limit in one night puts every comp
001160* the operator gave that night on the report; as many SIGNFAIL
001170* and REFUSED entries as the fail limit puts every one of them
001180* on. EXCPPARM can set either.
001190******************************************************************
001200 01  WS-COMP-LIMIT               PIC 9(03) VALUE 5.
001210 01  WS-FAIL-LIMIT               PIC 9(02) VALUE 3.
001220 01  WS-SEEK-OPERATOR            PIC X(08).
001230******************************************************************
001240* One row per operator: every operator on the operator master,
001250* in ID order, with the normal hours to check against, then any
001260* other ID seen on the audit trail or ledger that night (BATCH,
001270* SHOWCNCL, or an ID someone tried to sign on with). The counts
001280* are what the night's activity built up and what was flagged.
001290******************************************************************
001300 01  WS-OPERATOR-TABLE.
001310     05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
001320         10 WS-OT-OPERATOR       PIC X(08).
001330         10 WS-OT-ROLE           PIC X(01).
001340         10 WS-OT-ON-MASTER-SW   PIC X(01).
001350             88 WS-OT-ON-MASTER              VALUE 'Y'.
001360         10 WS-OT-SHIFT-START    PIC 9(04).
001370         10 WS-OT-SHIFT-END      PIC 9(04).
001380         10 WS-OT-COMPS          PIC 9(05) COMP.
001390         10 WS-OT-FAILS          PIC 9(05) COMP.
001400         10 WS-OT-SAMEDAY-COUNT  PIC 9(05) COMP.
001410         10 WS-OT-CASHCARD-COUNT PIC 9(05) COMP.
001420         10 WS-OT-COMP-COUNT     PIC 9(05) COMP.
001430         10 WS-OT-HOURS-COUNT    PIC 9(05) COMP.
001440         10 WS-OT-SIGNON-COUNT   PIC 9(05) COMP.
001450         10 WS-OT-TOTAL-COUNT    PIC 9(05) COMP.
001460 01  WS-OPERATOR-COUNT           PIC 9(03) COMP VALUE ZERO.
001470******************************************************************
001480* The report date's ticket sales off the ledger, for the comps:
001490* a comp tender marks one as it is loaded, and a RESERVE logged
001500* with the comp price type marks the sale it made.
001510******************************************************************
001520 01  WS-DAY-SALE-TABLE.
001530     05 WS-DAY-SALE-ENTRY OCCURS 2000 TIMES.
001540         10 WS-DS-OPER-IX        PIC 9(03) COMP.
001550         10 WS-DS-SHOW-ID        PIC X(04).
001560         10 WS-DS-ROW            PIC 9(02).
001570         10 WS-DS-SEAT           PIC 9(02).
001580         10 WS-DS-TIME           PIC 9(08).
001590         10 WS-DS-TICKET         PIC X(10).
001600         10 WS-DS-COMP-SW        PIC X(01).
001610             88 WS-DS-COMP                   VALUE 'Y'.
001620 01  WS-DAY-SALE-COUNT           PIC 9(04) COMP VALUE ZERO.
001630******************************************************************
001640* The report date's ticket refunds off the ledger, each with the
001650* sale of the same ticket number it reversed (on whatever date
001660* that was taken), found on a second pass of the ledger. The
001670* sale is looked for under WS-RF-SALE-TICKET: the refunded
001680* ticket's own number, or for a ticket reissued after loss or
001690* theft the number it was first sold under.
001700******************************************************************
001710 01  WS-REFUND-TABLE.
001720     05 WS-REFUND-ENTRY OCCURS 500 TIMES.
001730         10 WS-RF-OPER-IX        PIC 9(03) COMP.
001740         10 WS-RF-SHOW-ID        PIC X(04).
001750         10 WS-RF-ROW            PIC 9(02).
001760         10 WS-RF-SEAT           PIC 9(02).
001770         10 WS-RF-TIME           PIC 9(08).
001780         10 WS-RF-TENDER         PIC X(01).
001790         10 WS-RF-TICKET         PIC X(10).
001800         10 WS-RF-SALE-TICKET    PIC X(10).
001810         10 WS-RF-AMOUNT         PIC 9(05)V99.
001820         10 WS-RF-SALE-FOUND-SW  PIC X(01).
001830             88 WS-RF-SALE-FOUND             VALUE 'Y'.
001840         10 WS-RF-SALE-DATE      PIC 9(06).
001850         10 WS-RF-SALE-TIME      PIC 9(08).
001860         10 WS-RF-SALE-TENDER    PIC X(01).
001870         10 WS-RF-SALE-OPERATOR  PIC X(08).
001880 01  WS-REFUND-COUNT             PIC 9(03) COMP VALUE ZERO.
001890******************************************************************
001900* Reissued tickets off VOIDTKT: each new number against the
001910* number it replaced. The file is keyed on the old number only,
001920* so it is read once into this table and a refunded ticket is
001930* traced back through it one reissue at a time.
001940******************************************************************
001950 01  WS-VOID-TABLE.
001960     05 WS-VOID-ENTRY OCCURS 5000 TIMES.
001970         10 WS-VD-NEW-TICKET     PIC X(10).
001980         10 WS-VD-OLD-TICKET     PIC X(10).
001990 01  WS-VOID-COUNT               PIC 9(04) COMP VALUE ZERO.
002000 01  WS-VX                       PIC 9(04) COMP.
002010 01  WS-VOID-DONE-SW             PIC X(01) VALUE 'N'.
002020     88 WS-VOID-DONE                         VALUE 'Y'.
002030 01  WS-TRACE-FIELDS.
002040     05 WS-TRACE-TICKET          PIC X(10).
002050     05 WS-TRACE-STEPS           PIC 9(02) COMP.
002060     05 WS-TRACE-DONE-SW         PIC X(01).
002070         88 WS-TRACE-DONE                    VALUE 'Y'.
002080     05 WS-TRACE-FOUND-SW        PIC X(01).
002090         88 WS-TRACE-FOUND                   VALUE 'Y'.
002100******************************************************************
002110* The report date's SIGNFAIL and REFUSED entries, held until the
002120* whole audit trail has been read and each operator's count of
002130* them is known.
002140******************************************************************
002150 01  WS-FAIL-TABLE.
002160     05 WS-FAIL-ENTRY OCCURS 500 TIMES.
002170         10 WS-FL-OPER-IX        PIC 9(03) COMP.
002180         10 WS-FL-ACTION         PIC X(08).
002190         10 WS-FL-SHOW-ID        PIC X(04).
002200         10 WS-FL-TIME           PIC 9(08).
002210 01  WS-FAIL-COUNT               PIC 9(03) COMP VALUE ZERO.
002220******************************************************************
002230* Every flagged item, built in WS-NEW-EXCEPTION and added to the
002240* table in the order found, then printed operator by operator.
002250* EX-OTHER-DATE/TIME are the original sale's on a refund item;
002260* EX-ACTION is the audit action, or on a cash refund of a card
002270* sale the operator who took the sale.
002280******************************************************************
002290 01  WS-NEW-EXCEPTION.
002300     05 WS-NX-OPER-IX            PIC 9(03) COMP.
002310     05 WS-NX-TYPE               PIC X(01).
002320     05 WS-NX-SHOW-ID            PIC X(04).
002330     05 WS-NX-ROW                PIC 9(02).
002340     05 WS-NX-SEAT               PIC 9(02).
002350     05 WS-NX-TICKET             PIC X(10).
002360     05 WS-NX-AMOUNT             PIC 9(05)V99.
002370     05 WS-NX-TIME               PIC 9(08).
002380     05 WS-NX-OTHER-DATE         PIC 9(06).
002390     05 WS-NX-OTHER-TIME         PIC 9(08).
002400     05 WS-NX-ACTION             PIC X(08).
002410 01  WS-EXCEPTION-TABLE.
002420     05 WS-EXCEPTION-ENTRY OCCURS 1000 TIMES.
002430         10 WS-EX-OPER-IX        PIC 9(03) COMP.
002440         10 WS-EX-TYPE           PIC X(01).
002450             88 WS-EX-SAMEDAY                VALUE 'S'.
002460             88 WS-EX-CASHCARD               VALUE 'C'.
002470             88 WS-EX-COMP                   VALUE 'M'.
002480             88 WS-EX-HOURS                  VALUE 'H'.
002490             88 WS-EX-SIGNON                 VALUE 'F'.
002500         10 WS-EX-SHOW-ID        PIC X(04).
002510         10 WS-EX-ROW            PIC 9(02).
002520         10 WS-EX-SEAT           PIC 9(02).
002530         10 WS-EX-TICKET         PIC X(10).
002540         10 WS-EX-AMOUNT         PIC 9(05)V99.
002550         10 WS-EX-TIME           PIC 9(08).
002560         10 WS-EX-OTHER-DATE     PIC 9(06).
002570         10 WS-EX-OTHER-TIME     PIC 9(08).
002580         10 WS-EX-ACTION         PIC X(08).
002590 01  WS-EXCEPTION-COUNT          PIC 9(04) COMP VALUE ZERO.
002600 01  WS-IX                       PIC 9(04) COMP.
002610 01  WS-JX                       PIC 9(04) COMP.
002620 01  WS-FOUND-IX                 PIC 9(03) COMP.
002630 01  WS-OPER-PRINTED-COUNT       PIC 9(04) COMP.
002640******************************************************************
002650* An 8-digit HHMMSSCC time as logged, split for the hours check
002660* and for printing as HH:MM:SS.
002670******************************************************************
002680 01  WS-TIME-SPLIT.
002690     05 WS-TS-HH                 PIC 9(02).
002700     05 WS-TS-MM                 PIC 9(02).
002710     05 WS-TS-SS                 PIC 9(02).
002720     05 WS-TS-CC                 PIC 9(02).
002730 01  WS-TIME-SPLIT-N REDEFINES WS-TIME-SPLIT
002740                                 PIC 9(08).
002750 01  WS-HHMM                     PIC 9(04).
002760 01  WS-OUTSIDE-SW               PIC X(01) VALUE 'N'.
002770     88 WS-OUTSIDE-HOURS                     VALUE 'Y'.
002780 01  WS-TIME-EDIT.
002790     05 WS-TE-HH                 PIC 9(02).
002800     05 FILLER                   PIC X(01) VALUE ':'.
002810     05 WS-TE-MM                 PIC 9(02).
002820     05 FILLER                   PIC X(01) VALUE ':'.
002830     05 WS-TE-SS                 PIC 9(02).
002840 01  WS-PRINT-FIELDS.
002850     05 WS-ITEM-LABEL            PIC X(26).
002860     05 WS-ITEM-TAIL             PIC X(48).
002870     05 WS-TIME-TEXT-1           PIC X(08).
002880     05 WS-TIME-TEXT-2           PIC X(08).
002890     05 WS-ROW-EDIT              PIC 99.
002900     05 WS-SEAT-EDIT             PIC 99.
002910     05 WS-AMOUNT-EDIT           PIC ZZ,ZZ9.99.
002920     05 WS-HOURS-TEXT.
002930         10 WS-HT-START          PIC 9(04).
002940         10 FILLER               PIC X(01) VALUE '-'.
002950         10 WS-HT-END            PIC 9(04).
002960     05 WS-HOURS-PRINT           PIC X(09).
002970     05 WS-COMP-LIMIT-EDIT       PIC ZZ9.
002980     05 WS-FAIL-LIMIT-EDIT       PIC Z9.
002990     05 WS-SAMEDAY-EDIT          PIC ZZ,ZZ9.
003000     05 WS-CASHCARD-EDIT         PIC ZZ,ZZ9.
003010     05 WS-COMP-EDIT             PIC ZZ,ZZ9.
003020     05 WS-HOURS-EDIT            PIC ZZ,ZZ9.
003030     05 WS-SIGNON-EDIT           PIC ZZ,ZZ9.
003040     05 WS-TOTAL-EDIT            PIC ZZ,ZZ9.
003050 01  WS-GRAND-TOTALS.
003060     05 WS-TOT-SAMEDAY           PIC 9(07) COMP VALUE ZERO.
003070     05 WS-TOT-CASHCARD          PIC 9(07) COMP VALUE ZERO.
003080     05 WS-TOT-COMP              PIC 9(07) COMP VALUE ZERO.
003090     05 WS-TOT-HOURS             PIC 9(07) COMP VALUE ZERO.
003100     05 WS-TOT-SIGNON            PIC 9(07) COMP VALUE ZERO.
003110     05 WS-TOT-ALL               PIC 9(07) COMP VALUE ZERO.
003120 PROCEDURE DIVISION.
003130 0000-MAINLINE.
003140     DISPLAY "Operator Exception Report".
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 1100-LOAD-OPERATOR THRU 1100-EXIT
003170         UNTIL WS-OPER-EOF.
003180     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT
003190         UNTIL WS-PAY-EOF.
003200     CLOSE PAYMENT-LEDGER-FILE.
003210     PERFORM 2400-FIND-ORIGINAL-SALES THRU 2400-EXIT.
003220     MOVE 1 TO WS-IX.
003230     PERFORM 2500-CHECK-REFUND THRU 2500-EXIT
003240         UNTIL WS-IX > WS-REFUND-COUNT.
003250     PERFORM 2600-SCAN-AUDIT THRU 2600-EXIT
003260         UNTIL WS-AUDIT-EOF.
003270     PERFORM 2700-CHECK-COMPS THRU 2700-EXIT.
003280     PERFORM 2800-CHECK-SIGNON-FAILS THRU 2800-EXIT.
003290     PERFORM 3000-PRINT-OPERATORS THRU 3000-EXIT.
003300     PERFORM 3500-PRINT-COUNTS THRU 3500-EXIT.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     STOP RUN.
003330*
003340******************************************************************
003350* 1000-INITIALIZE - settle the report date and limits, open the
003360* files, and print the report heading. The job runs the same
003370* night, so the date defaults to today (matching AL-DATE and
003380* PL-DATE's YYMMDD); EXCPPARM can name a past night to rerun
003390* and change the comp and sign-on limits. ROWPRICE is optional
003400* - without it a comp prints with no value - and so is VOIDTKT,
003410* read into the reissue table here; without it no refunded
003420* ticket is traced back.
003430******************************************************************
003440 1000-INITIALIZE.
003450     OPEN INPUT EXCEPTION-PARM-FILE.
003460     IF WS-PARM-FILE-STATUS = "00"
003470         READ EXCEPTION-PARM-FILE
003480             AT END
003490                 CONTINUE
003500             NOT AT END
003510                 PERFORM 1010-TAKE-PARMS THRU 1010-EXIT
003520         END-READ
003530         CLOSE EXCEPTION-PARM-FILE
003540     END-IF.
003550     IF WS-REPORT-DATE = ZERO
003560         ACCEPT WS-REPORT-DATE FROM DATE
003570     END-IF.
003580     OPEN OUTPUT EXCEPTION-REPORT.
003590     MOVE WS-COMP-LIMIT TO WS-COMP-LIMIT-EDIT.
003600     MOVE WS-FAIL-LIMIT TO WS-FAIL-LIMIT-EDIT.
003610     MOVE SPACES TO REPORT-LINE.
003620     STRING "OPERATOR EXCEPTION REPORT FOR " DELIMITED BY SIZE
003630            WS-REPORT-DATE DELIMITED BY SIZE
003640            " - COMPS FLAGGED OVER " DELIMITED BY SIZE
003650            WS-COMP-LIMIT-EDIT DELIMITED BY SIZE
003660            " A NIGHT, SIGN-ON FAILURES/REFUSALS AT "
003670                DELIMITED BY SIZE
003680            WS-FAIL-LIMIT-EDIT DELIMITED BY SIZE
003690            " OR MORE" DELIMITED BY SIZE
003700         INTO REPORT-LINE.
003710     WRITE REPORT-LINE.
003720     OPEN INPUT OPERATOR-MASTER-FILE.
003730     IF WS-OPER-FILE-STATUS NOT = "00"
003740         DISPLAY "OPERATOR-EXCEPTION-REPORT: OPERMAST NOT "
003750             "AVAILABLE, FILE STATUS " WS-OPER-FILE-STATUS
003760         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003770     END-IF.
003780     OPEN INPUT PAYMENT-LEDGER-FILE.
003790     IF WS-PAY-FILE-STATUS NOT = "00"
003800         DISPLAY "OPERATOR-EXCEPTION-REPORT: PAYLEDGR NOT "
003810             "AVAILABLE, FILE STATUS " WS-PAY-FILE-STATUS
003820         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003830     END-IF.
003840     OPEN INPUT AUDIT-LOG-FILE.
003850     IF WS-AUDIT-FILE-STATUS NOT = "00"
003860         DISPLAY "OPERATOR-EXCEPTION-REPORT: AUDITLOG NOT "
003870             "AVAILABLE, FILE STATUS " WS-AUDIT-FILE-STATUS
003880         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
003890     END-IF.
003900     OPEN INPUT ROW-PRICE-FILE.
003910     IF WS-PRICE-FILE-STATUS = "00"
003920         MOVE 'Y' TO WS-PRICE-AVAIL-SW
003930     END-IF.
003940     OPEN INPUT VOIDED-TICKET-FILE.
003950     IF WS-VOID-FILE-STATUS = "00"
003960         PERFORM 1200-LOAD-REISSUE THRU 1200-EXIT
003970             UNTIL WS-VOID-DONE
003980         CLOSE VOIDED-TICKET-FILE
003990     END-IF.
004000     MOVE LOW-VALUES TO OP-OPERATOR-ID.
004010     START OPERATOR-MASTER-FILE
004020         KEY IS NOT LESS THAN OP-OPERATOR-ID
004030         INVALID KEY MOVE 'Y' TO WS-OPER-EOF-SW
004040     END-START.
004050     GO TO 1000-EXIT.
004060 1000-EXIT.
004070     EXIT.
004080*
004090 1010-TAKE-PARMS.
004100     IF EP-REPORT-DATE IS NUMERIC AND EP-REPORT-DATE > 0
004110         MOVE EP-REPORT-DATE TO WS-REPORT-DATE
004120     END-IF.
004130     IF EP-COMP-LIMIT IS NUMERIC AND EP-COMP-LIMIT > 0
004140         MOVE EP-COMP-LIMIT TO WS-COMP-LIMIT
004150     END-IF.
004160     IF EP-FAIL-LIMIT IS NUMERIC AND EP-FAIL-LIMIT > 0
004170         MOVE EP-FAIL-LIMIT TO WS-FAIL-LIMIT
004180     END-IF.
004190     GO TO 1010-EXIT.
004200 1010-EXIT.
004210     EXIT.
004220*
004230******************************************************************
004240* 1090-ABORT-RUN - a file this report cannot do without could
004250* not be opened; say so on the report and end the run.
004260******************************************************************
004270 1090-ABORT-RUN.
004280     MOVE "RUN ABORTED - INPUT FILE NOT AVAILABLE"
004290         TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     CLOSE EXCEPTION-REPORT.
004320     STOP RUN.
004330 1090-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 1100-LOAD-OPERATOR - read the next operator master record and
004380* open its row with its role and normal hours. Hours that are
004390* not numeric (a record from before hours were kept) count as
004400* none set.
004410******************************************************************
004420 1100-LOAD-OPERATOR.
004430     READ OPERATOR-MASTER-FILE NEXT RECORD
004440         AT END
004450             MOVE 'Y' TO WS-OPER-EOF-SW
004460             GO TO 1100-EXIT
004470     END-READ.
004480     MOVE OP-OPERATOR-ID TO WS-SEEK-OPERATOR.
004490     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
004500     IF NOT WS-ENTRY-FOUND
004510         GO TO 1100-EXIT
004520     END-IF.
004530     MOVE OP-ROLE TO WS-OT-ROLE(WS-FOUND-IX).
004540     MOVE 'Y' TO WS-OT-ON-MASTER-SW(WS-FOUND-IX).
004550     IF OP-SHIFT-START IS NUMERIC AND OP-SHIFT-END IS NUMERIC
004560         MOVE OP-SHIFT-START TO WS-OT-SHIFT-START(WS-FOUND-IX)
004570         MOVE OP-SHIFT-END TO WS-OT-SHIFT-END(WS-FOUND-IX)
004580     END-IF.
004590     GO TO 1100-EXIT.
004600 1100-EXIT.
004610     EXIT.
004620*
004630******************************************************************
004640* 1200-LOAD-REISSUE - read the next VOIDTKT record and keep the
004650* number issued in its place against the voided number. A full
004660* table is reported once and the rest of the file left unread;
004670* a refund that cannot be traced is checked like one with no
004680* sale on the ledger.
004690******************************************************************
004700 1200-LOAD-REISSUE.
004710     READ VOIDED-TICKET-FILE NEXT RECORD
004720         AT END
004730             MOVE 'Y' TO WS-VOID-DONE-SW
004740             GO TO 1200-EXIT
004750     END-READ.
004760     IF VT-NEW-TICKET-NUMBER = SPACES
004770         GO TO 1200-EXIT
004780     END-IF.
004790     IF WS-VOID-COUNT >= 5000
004800         MOVE 'Y' TO WS-VOID-DONE-SW
004810         MOVE "REISSUE TABLE FULL - SOME REFUNDS NOT TRACED"
004820             TO REPORT-LINE
004830         WRITE REPORT-LINE
004840         GO TO 1200-EXIT
004850     END-IF.
004860     ADD 1 TO WS-VOID-COUNT.
004870     MOVE VT-NEW-TICKET-NUMBER TO WS-VD-NEW-TICKET(WS-VOID-COUNT).
004880     MOVE VT-TICKET-NUMBER TO WS-VD-OLD-TICKET(WS-VOID-COUNT).
004890     GO TO 1200-EXIT.
004900 1200-EXIT.
004910     EXIT.
004920*
004930******************************************************************
004940* 2000-SCAN-LEDGER - read the next payment ledger record and,
004950* when it is the report date's, keep a ticket sale for the comp
004960* check (a comp tender marks it a comp) and a ticket refund for
004970* the refund checks. The ledger is opened EXTEND by every writer
004980* and holds its full history; voucher sales, exchange
004990* differences and vouchers tendered are none of these checks'
005000* business.
005010******************************************************************
005020 2000-SCAN-LEDGER.
005030     READ PAYMENT-LEDGER-FILE
005040         AT END
005050             MOVE 'Y' TO WS-PAY-EOF-SW
005060             GO TO 2000-EXIT
005070     END-READ.
005080     IF PL-DATE NOT = WS-REPORT-DATE
005090         GO TO 2000-EXIT
005100     END-IF.
005110     IF PL-PAY-TYPE NOT = "SALE" AND PL-PAY-TYPE NOT = "RFND"
005120         GO TO 2000-EXIT
005130     END-IF.
005140     MOVE PL-OPERATOR-ID TO WS-SEEK-OPERATOR.
005150     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
005160     IF NOT WS-ENTRY-FOUND
005170         GO TO 2000-EXIT
005180     END-IF.
005190     IF PL-PAY-TYPE = "SALE"
005200         PERFORM 2200-KEEP-DAY-SALE THRU 2200-EXIT
005210     ELSE
005220         PERFORM 2300-KEEP-REFUND THRU 2300-EXIT
005230     END-IF.
005240     GO TO 2000-EXIT.
005250 2000-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 2100-FIND-OPERATOR-ENTRY - find the row for WS-SEEK-OPERATOR,
005300* opening a new one for an ID seen for the first time. A full
005310* table is reported once and further new IDs are left off
005320* rather than miscounted.
005330******************************************************************
005340 2100-FIND-OPERATOR-ENTRY.
005350     MOVE 'N' TO WS-ENTRY-FOUND-SW.
005360     MOVE 1 TO WS-IX.
005370     PERFORM 2110-MATCH-OPERATOR THRU 2110-EXIT
005380         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-OPERATOR-COUNT.
005390     IF WS-ENTRY-FOUND
005400         GO TO 2100-EXIT
005410     END-IF.
005420     IF WS-OPERATOR-COUNT >= 100
005430         IF NOT WS-OPER-FULL
005440             MOVE 'Y' TO WS-OPER-FULL-SW
005450             MOVE "OPERATOR TABLE FULL - SOME NOT REPORTED"
005460                 TO REPORT-LINE
005470             WRITE REPORT-LINE
005480         END-IF
005490         GO TO 2100-EXIT
005500     END-IF.
005510     ADD 1 TO WS-OPERATOR-COUNT.
005520     MOVE WS-SEEK-OPERATOR TO WS-OT-OPERATOR(WS-OPERATOR-COUNT).
005530     MOVE SPACE TO WS-OT-ROLE(WS-OPERATOR-COUNT).
005540     MOVE 'N' TO WS-OT-ON-MASTER-SW(WS-OPERATOR-COUNT).
005550     MOVE ZERO TO WS-OT-SHIFT-START(WS-OPERATOR-COUNT).
005560     MOVE ZERO TO WS-OT-SHIFT-END(WS-OPERATOR-COUNT).
005570     MOVE ZERO TO WS-OT-COMPS(WS-OPERATOR-COUNT).
005580     MOVE ZERO TO WS-OT-FAILS(WS-OPERATOR-COUNT).
005590     MOVE ZERO TO WS-OT-SAMEDAY-COUNT(WS-OPERATOR-COUNT).
005600     MOVE ZERO TO WS-OT-CASHCARD-COUNT(WS-OPERATOR-COUNT).
005610     MOVE ZERO TO WS-OT-COMP-COUNT(WS-OPERATOR-COUNT).
005620     MOVE ZERO TO WS-OT-HOURS-COUNT(WS-OPERATOR-COUNT).
005630     MOVE ZERO TO WS-OT-SIGNON-COUNT(WS-OPERATOR-COUNT).
005640     MOVE ZERO TO WS-OT-TOTAL-COUNT(WS-OPERATOR-COUNT).
005650     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
005660     MOVE WS-OPERATOR-COUNT TO WS-FOUND-IX.
005670     GO TO 2100-EXIT.
005680 2100-EXIT.
005690     EXIT.
005700*
005710 2110-MATCH-OPERATOR.
005720     IF WS-OT-OPERATOR(WS-IX) = WS-SEEK-OPERATOR
005730         MOVE 'Y' TO WS-ENTRY-FOUND-SW
005740         MOVE WS-IX TO WS-FOUND-IX
005750     END-IF.
005760     ADD 1 TO WS-IX.
005770     GO TO 2110-EXIT.
005780 2110-EXIT.
005790     EXIT.
005800*
005810 2200-KEEP-DAY-SALE.
005820     IF WS-DAY-SALE-COUNT >= 2000
005830         IF NOT WS-SALE-FULL
005840             MOVE 'Y' TO WS-SALE-FULL-SW
005850             MOVE "SALE TABLE FULL - SOME COMPS NOT CHECKED"
005860                 TO REPORT-LINE
005870             WRITE REPORT-LINE
005880         END-IF
005890         GO TO 2200-EXIT
005900     END-IF.
005910     ADD 1 TO WS-DAY-SALE-COUNT.
005920     MOVE WS-FOUND-IX TO WS-DS-OPER-IX(WS-DAY-SALE-COUNT).
005930     MOVE PL-SHOW-ID TO WS-DS-SHOW-ID(WS-DAY-SALE-COUNT).
005940     MOVE PL-ROW TO WS-DS-ROW(WS-DAY-SALE-COUNT).
005950     MOVE PL-SEAT TO WS-DS-SEAT(WS-DAY-SALE-COUNT).
005960     MOVE PL-TIME TO WS-DS-TIME(WS-DAY-SALE-COUNT).
005970     MOVE PL-TICKET-NUMBER TO WS-DS-TICKET(WS-DAY-SALE-COUNT).
005980     IF PL-TENDER-TYPE = 'P'
005990         MOVE 'Y' TO WS-DS-COMP-SW(WS-DAY-SALE-COUNT)
006000     ELSE
006010         MOVE 'N' TO WS-DS-COMP-SW(WS-DAY-SALE-COUNT)
006020     END-IF.
006030     GO TO 2200-EXIT.
006040 2200-EXIT.
006050     EXIT.
006060*
006070 2300-KEEP-REFUND.
006080     IF WS-REFUND-COUNT >= 500
006090         IF NOT WS-REFUND-FULL
006100             MOVE 'Y' TO WS-REFUND-FULL-SW
006110             MOVE "REFUND TABLE FULL - SOME REFUNDS NOT CHECKED"
006120                 TO REPORT-LINE
006130             WRITE REPORT-LINE
006140         END-IF
006150         GO TO 2300-EXIT
006160     END-IF.
006170     ADD 1 TO WS-REFUND-COUNT.
006180     MOVE WS-FOUND-IX TO WS-RF-OPER-IX(WS-REFUND-COUNT).
006190     MOVE PL-SHOW-ID TO WS-RF-SHOW-ID(WS-REFUND-COUNT).
006200     MOVE PL-ROW TO WS-RF-ROW(WS-REFUND-COUNT).
006210     MOVE PL-SEAT TO WS-RF-SEAT(WS-REFUND-COUNT).
006220     MOVE PL-TIME TO WS-RF-TIME(WS-REFUND-COUNT).
006230     MOVE PL-TENDER-TYPE TO WS-RF-TENDER(WS-REFUND-COUNT).
006240     MOVE PL-TICKET-NUMBER TO WS-RF-TICKET(WS-REFUND-COUNT).
006250     MOVE PL-TICKET-NUMBER TO WS-TRACE-TICKET.
006260     PERFORM 2310-TRACE-REISSUE THRU 2310-EXIT.
006270     MOVE WS-TRACE-TICKET TO WS-RF-SALE-TICKET(WS-REFUND-COUNT).
006280     MOVE PL-AMOUNT TO WS-RF-AMOUNT(WS-REFUND-COUNT).
006290     MOVE 'N' TO WS-RF-SALE-FOUND-SW(WS-REFUND-COUNT).
006300     MOVE ZERO TO WS-RF-SALE-DATE(WS-REFUND-COUNT).
006310     MOVE ZERO TO WS-RF-SALE-TIME(WS-REFUND-COUNT).
006320     MOVE SPACE TO WS-RF-SALE-TENDER(WS-REFUND-COUNT).
006330     MOVE SPACES TO WS-RF-SALE-OPERATOR(WS-REFUND-COUNT).
006340     GO TO 2300-EXIT.
006350 2300-EXIT.
006360     EXIT.
006370*
006380******************************************************************
006390* 2310-TRACE-REISSUE - follow the ticket number in
006400* WS-TRACE-TICKET back through the reissues, one at a time, to
006410* the number it was first sold under, and leave that in
006420* WS-TRACE-TICKET. A number never reissued is its own original.
006430* The trace gives up after 20 reissues so that a looped chain
006440* cannot hold the run.
006450******************************************************************
006460 2310-TRACE-REISSUE.
006470     MOVE ZERO TO WS-TRACE-STEPS.
006480     MOVE 'N' TO WS-TRACE-DONE-SW.
006490     PERFORM 2320-TRACE-STEP THRU 2320-EXIT
006500         UNTIL WS-TRACE-DONE.
006510     GO TO 2310-EXIT.
006520 2310-EXIT.
006530     EXIT.
006540*
006550 2320-TRACE-STEP.
006560     MOVE 'N' TO WS-TRACE-FOUND-SW.
006570     MOVE 1 TO WS-VX.
006580     PERFORM 2330-MATCH-REISSUE THRU 2330-EXIT
006590         UNTIL WS-TRACE-FOUND OR WS-VX > WS-VOID-COUNT.
006600     ADD 1 TO WS-TRACE-STEPS.
006610     IF NOT WS-TRACE-FOUND OR WS-TRACE-STEPS >= 20
006620         MOVE 'Y' TO WS-TRACE-DONE-SW
006630     END-IF.
006640     GO TO 2320-EXIT.
006650 2320-EXIT.
006660     EXIT.
006670*
006680 2330-MATCH-REISSUE.
006690     IF WS-VD-NEW-TICKET(WS-VX) = WS-TRACE-TICKET
006700         MOVE WS-VD-OLD-TICKET(WS-VX) TO WS-TRACE-TICKET
006710         MOVE 'Y' TO WS-TRACE-FOUND-SW
006720     END-IF.
006730     ADD 1 TO WS-VX.
006740     GO TO 2330-EXIT.
006750 2330-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790* 2400-FIND-ORIGINAL-SALES - when the night had refunds, read
006800* the ledger again from the start and match every sale to the
006810* refunds it came before whose ticket was sold under its number
006820* (WS-RF-SALE-TICKET, traced back past any reissue). The last
006830* match wins, except that a voucher tender is never overwritten
006840* - the cash or card that made up a voucher's shortfall is a
006850* second SALE record for the same ticket.
006860******************************************************************
006870 2400-FIND-ORIGINAL-SALES.
006880     IF WS-REFUND-COUNT = ZERO
006890         GO TO 2400-EXIT
006900     END-IF.
006910     MOVE 'N' TO WS-PAY-EOF-SW.
006920     OPEN INPUT PAYMENT-LEDGER-FILE.
006930     IF WS-PAY-FILE-STATUS NOT = "00"
006940         GO TO 2400-EXIT
006950     END-IF.
006960     PERFORM 2410-READ-SALE THRU 2410-EXIT
006970         UNTIL WS-PAY-EOF.
006980     CLOSE PAYMENT-LEDGER-FILE.
006990     GO TO 2400-EXIT.
007000 2400-EXIT.
007010     EXIT.
007020*
007030 2410-READ-SALE.
007040     READ PAYMENT-LEDGER-FILE
007050         AT END
007060             MOVE 'Y' TO WS-PAY-EOF-SW
007070             GO TO 2410-EXIT
007080     END-READ.
007090     IF PL-PAY-TYPE NOT = "SALE" OR PL-TICKET-NUMBER = SPACES
007100         GO TO 2410-EXIT
007110     END-IF.
007120     IF PL-DATE > WS-REPORT-DATE
007130         GO TO 2410-EXIT
007140     END-IF.
007150     MOVE 1 TO WS-IX.
007160     PERFORM 2420-MATCH-REFUND-TICKET THRU 2420-EXIT
007170         UNTIL WS-IX > WS-REFUND-COUNT.
007180     GO TO 2410-EXIT.
007190 2410-EXIT.
007200     EXIT.
007210*
007220 2420-MATCH-REFUND-TICKET.
007230     IF WS-RF-SALE-TICKET(WS-IX) NOT = PL-TICKET-NUMBER
007240         GO TO 2420-NEXT
007250     END-IF.
007260     IF PL-DATE = WS-REPORT-DATE
007270         AND PL-TIME > WS-RF-TIME(WS-IX)
007280         GO TO 2420-NEXT
007290     END-IF.
007300     IF WS-RF-SALE-FOUND(WS-IX)
007310         AND WS-RF-SALE-TENDER(WS-IX) = 'V'
007320         GO TO 2420-NEXT
007330     END-IF.
007340     MOVE 'Y' TO WS-RF-SALE-FOUND-SW(WS-IX).
007350     MOVE PL-DATE TO WS-RF-SALE-DATE(WS-IX).
007360     MOVE PL-TIME TO WS-RF-SALE-TIME(WS-IX).
007370     MOVE PL-TENDER-TYPE TO WS-RF-SALE-TENDER(WS-IX).
007380     MOVE PL-OPERATOR-ID TO WS-RF-SALE-OPERATOR(WS-IX).
007390 2420-NEXT.
007400     ADD 1 TO WS-IX.
007410     GO TO 2420-EXIT.
007420 2420-EXIT.
007430     EXIT.
007440*
007450******************************************************************
007460* 2500-CHECK-REFUND - flag a refund whose ticket the same
007470* operator sold earlier the same day, and a refund paid in cash
007480* against a sale taken by card. One refund can be both.
007490******************************************************************
007500 2500-CHECK-REFUND.
007510     IF NOT WS-RF-SALE-FOUND(WS-IX)
007520         GO TO 2500-NEXT
007530     END-IF.
007540     MOVE WS-RF-OPER-IX(WS-IX) TO WS-NX-OPER-IX.
007550     MOVE WS-RF-SHOW-ID(WS-IX) TO WS-NX-SHOW-ID.
007560     MOVE WS-RF-ROW(WS-IX) TO WS-NX-ROW.
007570     MOVE WS-RF-SEAT(WS-IX) TO WS-NX-SEAT.
007580     MOVE WS-RF-TICKET(WS-IX) TO WS-NX-TICKET.
007590     MOVE WS-RF-AMOUNT(WS-IX) TO WS-NX-AMOUNT.
007600     MOVE WS-RF-TIME(WS-IX) TO WS-NX-TIME.
007610     MOVE WS-RF-SALE-DATE(WS-IX) TO WS-NX-OTHER-DATE.
007620     MOVE WS-RF-SALE-TIME(WS-IX) TO WS-NX-OTHER-TIME.
007630     MOVE WS-RF-SALE-OPERATOR(WS-IX) TO WS-NX-ACTION.
007640     IF WS-RF-SALE-DATE(WS-IX) = WS-REPORT-DATE
007650         AND WS-RF-SALE-OPERATOR(WS-IX)
007660             = WS-OT-OPERATOR(WS-RF-OPER-IX(WS-IX))
007670         MOVE 'S' TO WS-NX-TYPE
007680         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
007690     END-IF.
007700     IF WS-RF-TENDER(WS-IX) = 'C'
007710         AND WS-RF-SALE-TENDER(WS-IX) = 'D'
007720         MOVE 'C' TO WS-NX-TYPE
007730         PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT
007740     END-IF.
007750 2500-NEXT.
007760     ADD 1 TO WS-IX.
007770     GO TO 2500-EXIT.
007780 2500-EXIT.
007790     EXIT.
007800*
007810******************************************************************
007820* 2600-SCAN-AUDIT - read the next audit entry and, when it is
007830* the report date's: flag it when it falls outside its
007840* operator's normal hours; keep a SIGNFAIL or REFUSED entry for
007850* the repeat check; and mark the sale a comp-priced RESERVE
007860* made as a comp.
007870******************************************************************
007880 2600-SCAN-AUDIT.
007890     READ AUDIT-LOG-FILE
007900         AT END
007910             MOVE 'Y' TO WS-AUDIT-EOF-SW
007920             GO TO 2600-EXIT
007930     END-READ.
007940     IF AL-DATE NOT = WS-REPORT-DATE
007950         GO TO 2600-EXIT
007960     END-IF.
007970     MOVE AL-OPERATOR-ID TO WS-SEEK-OPERATOR.
007980     PERFORM 2100-FIND-OPERATOR-ENTRY THRU 2100-EXIT.
007990     IF NOT WS-ENTRY-FOUND
008000         GO TO 2600-EXIT
008010     END-IF.
008020     PERFORM 2610-CHECK-HOURS THRU 2610-EXIT.
008030     IF AL-ACTION = "SIGNFAIL" OR AL-ACTION = "REFUSED "
008040         PERFORM 2620-KEEP-FAIL THRU 2620-EXIT
008050     END-IF.
008060     IF AL-ACTION = "RESERVE " AND AL-PRICE-TYPE = 'M'
008070         MOVE 'N' TO WS-ENTRY-FOUND-SW
008080         MOVE 1 TO WS-JX
008090         PERFORM 2630-MARK-COMP-SALE THRU 2630-EXIT
008100             UNTIL WS-ENTRY-FOUND OR WS-JX > WS-DAY-SALE-COUNT
008110     END-IF.
008120     GO TO 2600-EXIT.
008130 2600-EXIT.
008140     EXIT.
008150*
008160******************************************************************
008170* 2610-CHECK-HOURS - an operator with normal hours on the master
008180* is flagged for any entry logged outside them. A start later
008190* than the end is a shift past midnight; no hours, or the same
008200* start and end, is not checked.
008210******************************************************************
008220 2610-CHECK-HOURS.
008230     IF NOT WS-OT-ON-MASTER(WS-FOUND-IX)
008240         GO TO 2610-EXIT
008250     END-IF.
008260     IF WS-OT-SHIFT-START(WS-FOUND-IX)
008270         = WS-OT-SHIFT-END(WS-FOUND-IX)
008280         GO TO 2610-EXIT
008290     END-IF.
008300     MOVE AL-TIME TO WS-TIME-SPLIT-N.
008310     COMPUTE WS-HHMM = WS-TS-HH * 100 + WS-TS-MM.
008320     MOVE 'N' TO WS-OUTSIDE-SW.
008330     IF WS-OT-SHIFT-START(WS-FOUND-IX)
008340         < WS-OT-SHIFT-END(WS-FOUND-IX)
008350         IF WS-HHMM < WS-OT-SHIFT-START(WS-FOUND-IX)
008360             OR WS-HHMM > WS-OT-SHIFT-END(WS-FOUND-IX)
008370             MOVE 'Y' TO WS-OUTSIDE-SW
008380         END-IF
008390     ELSE
008400         IF WS-HHMM < WS-OT-SHIFT-START(WS-FOUND-IX)
008410             AND WS-HHMM > WS-OT-SHIFT-END(WS-FOUND-IX)
008420             MOVE 'Y' TO WS-OUTSIDE-SW
008430         END-IF
008440     END-IF.
008450     IF NOT WS-OUTSIDE-HOURS
008460         GO TO 2610-EXIT
008470     END-IF.
008480     MOVE WS-FOUND-IX TO WS-NX-OPER-IX.
008490     MOVE 'H' TO WS-NX-TYPE.
008500     MOVE AL-SHOW-ID TO WS-NX-SHOW-ID.
008510     MOVE AL-ROW TO WS-NX-ROW.
008520     MOVE AL-SEAT TO WS-NX-SEAT.
008530     MOVE SPACES TO WS-NX-TICKET.
008540     MOVE AL-AMOUNT TO WS-NX-AMOUNT.
008550     MOVE AL-TIME TO WS-NX-TIME.
008560     MOVE ZERO TO WS-NX-OTHER-DATE.
008570     MOVE ZERO TO WS-NX-OTHER-TIME.
008580     MOVE AL-ACTION TO WS-NX-ACTION.
008590     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
008600     GO TO 2610-EXIT.
008610 2610-EXIT.
008620     EXIT.
008630*
008640 2620-KEEP-FAIL.
008650     ADD 1 TO WS-OT-FAILS(WS-FOUND-IX).
008660     IF WS-FAIL-COUNT >= 500
008670         IF NOT WS-FAIL-FULL
008680             MOVE 'Y' TO WS-FAIL-FULL-SW
008690             MOVE "SIGN-ON FAILURE TABLE FULL - SOME NOT LISTED"
008700                 TO REPORT-LINE
008710             WRITE REPORT-LINE
008720         END-IF
008730         GO TO 2620-EXIT
008740     END-IF.
008750     ADD 1 TO WS-FAIL-COUNT.
008760     MOVE WS-FOUND-IX TO WS-FL-OPER-IX(WS-FAIL-COUNT).
008770     MOVE AL-ACTION TO WS-FL-ACTION(WS-FAIL-COUNT).
008780     MOVE AL-SHOW-ID TO WS-FL-SHOW-ID(WS-FAIL-COUNT).
008790     MOVE AL-TIME TO WS-FL-TIME(WS-FAIL-COUNT).
008800     GO TO 2620-EXIT.
008810 2620-EXIT.
008820     EXIT.
008830*
008840 2630-MARK-COMP-SALE.
008850     IF WS-DS-OPER-IX(WS-JX) = WS-FOUND-IX
008860         AND WS-DS-SHOW-ID(WS-JX) = AL-SHOW-ID
008870         AND WS-DS-ROW(WS-JX) = AL-ROW
008880         AND WS-DS-SEAT(WS-JX) = AL-SEAT
008890         AND NOT WS-DS-COMP(WS-JX)
008900         MOVE 'Y' TO WS-DS-COMP-SW(WS-JX)
008910         MOVE 'Y' TO WS-ENTRY-FOUND-SW
008920     END-IF.
008930     ADD 1 TO WS-JX.
008940     GO TO 2630-EXIT.
008950 2630-EXIT.
008960     EXIT.
008970*
008980******************************************************************
008990* 2700-CHECK-COMPS - count each operator's comps for the night,
009000* then flag every comp of an operator over the limit, valued at
009010* the row's full price where ROWPRICE still has it.
009020******************************************************************
009030 2700-CHECK-COMPS.
009040     MOVE 1 TO WS-JX.
009050     PERFORM 2710-COUNT-COMP THRU 2710-EXIT
009060         UNTIL WS-JX > WS-DAY-SALE-COUNT.
009070     MOVE 1 TO WS-JX.
009080     PERFORM 2720-FLAG-COMP THRU 2720-EXIT
009090         UNTIL WS-JX > WS-DAY-SALE-COUNT.
009100     GO TO 2700-EXIT.
009110 2700-EXIT.
009120     EXIT.
009130*
009140 2710-COUNT-COMP.
009150     IF WS-DS-COMP(WS-JX)
009160         ADD 1 TO WS-OT-COMPS(WS-DS-OPER-IX(WS-JX))
009170     END-IF.
009180     ADD 1 TO WS-JX.
009190     GO TO 2710-EXIT.
009200 2710-EXIT.
009210     EXIT.
009220*
009230 2720-FLAG-COMP.
009240     IF NOT WS-DS-COMP(WS-JX)
009250         GO TO 2720-NEXT
009260     END-IF.
009270     IF WS-OT-COMPS(WS-DS-OPER-IX(WS-JX)) NOT > WS-COMP-LIMIT
009280         GO TO 2720-NEXT
009290     END-IF.
009300     MOVE WS-DS-OPER-IX(WS-JX) TO WS-NX-OPER-IX.
009310     MOVE 'M' TO WS-NX-TYPE.
009320     MOVE WS-DS-SHOW-ID(WS-JX) TO WS-NX-SHOW-ID.
009330     MOVE WS-DS-ROW(WS-JX) TO WS-NX-ROW.
009340     MOVE WS-DS-SEAT(WS-JX) TO WS-NX-SEAT.
009350     MOVE WS-DS-TICKET(WS-JX) TO WS-NX-TICKET.
009360     MOVE ZERO TO WS-NX-AMOUNT.
009370     MOVE WS-DS-TIME(WS-JX) TO WS-NX-TIME.
009380     MOVE ZERO TO WS-NX-OTHER-DATE.
009390     MOVE ZERO TO WS-NX-OTHER-TIME.
009400     MOVE SPACES TO WS-NX-ACTION.
009410     IF WS-PRICE-AVAILABLE
009420         MOVE WS-DS-SHOW-ID(WS-JX) TO RP-SHOW-ID
009430         MOVE WS-DS-ROW(WS-JX) TO RP-ROW
009440         READ ROW-PRICE-FILE
009450             INVALID KEY
009460                 CONTINUE
009470             NOT INVALID KEY
009480                 MOVE RP-PRICE TO WS-NX-AMOUNT
009490         END-READ
009500     END-IF.
009510     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
009520 2720-NEXT.
009530     ADD 1 TO WS-JX.
009540     GO TO 2720-EXIT.
009550 2720-EXIT.
009560     EXIT.
009570*
009580******************************************************************
009590* 2800-CHECK-SIGNON-FAILS - flag every SIGNFAIL and REFUSED
009600* entry of an ID that logged the limit or more of them tonight.
009610******************************************************************
009620 2800-CHECK-SIGNON-FAILS.
009630     MOVE 1 TO WS-JX.
009640     PERFORM 2810-FLAG-FAIL THRU 2810-EXIT
009650         UNTIL WS-JX > WS-FAIL-COUNT.
009660     GO TO 2800-EXIT.
009670 2800-EXIT.
009680     EXIT.
009690*
009700 2810-FLAG-FAIL.
009710     IF WS-OT-FAILS(WS-FL-OPER-IX(WS-JX)) < WS-FAIL-LIMIT
009720         GO TO 2810-NEXT
009730     END-IF.
009740     MOVE WS-FL-OPER-IX(WS-JX) TO WS-NX-OPER-IX.
009750     MOVE 'F' TO WS-NX-TYPE.
009760     MOVE WS-FL-SHOW-ID(WS-JX) TO WS-NX-SHOW-ID.
009770     MOVE ZERO TO WS-NX-ROW.
009780     MOVE ZERO TO WS-NX-SEAT.
009790     MOVE SPACES TO WS-NX-TICKET.
009800     MOVE ZERO TO WS-NX-AMOUNT.
009810     MOVE WS-FL-TIME(WS-JX) TO WS-NX-TIME.
009820     MOVE ZERO TO WS-NX-OTHER-DATE.
009830     MOVE ZERO TO WS-NX-OTHER-TIME.
009840     MOVE WS-FL-ACTION(WS-JX) TO WS-NX-ACTION.
009850     PERFORM 2900-ADD-EXCEPTION THRU 2900-EXIT.
009860 2810-NEXT.
009870     ADD 1 TO WS-JX.
009880     GO TO 2810-EXIT.
009890 2810-EXIT.
009900     EXIT.
009910*
009920******************************************************************
009930* 2900-ADD-EXCEPTION - add the item built in WS-NEW-EXCEPTION to
009940* the table and count it to its operator. A full table is
009950* reported once; the counts still include what could not be
009960* listed.
009970******************************************************************
009980 2900-ADD-EXCEPTION.
009990     EVALUATE WS-NX-TYPE
010000         WHEN 'S'
010010             ADD 1 TO WS-OT-SAMEDAY-COUNT(WS-NX-OPER-IX)
010020             ADD 1 TO WS-TOT-SAMEDAY
010030         WHEN 'C'
010040             ADD 1 TO WS-OT-CASHCARD-COUNT(WS-NX-OPER-IX)
010050             ADD 1 TO WS-TOT-CASHCARD
010060         WHEN 'M'
010070             ADD 1 TO WS-OT-COMP-COUNT(WS-NX-OPER-IX)
010080             ADD 1 TO WS-TOT-COMP
010090         WHEN 'H'
010100             ADD 1 TO WS-OT-HOURS-COUNT(WS-NX-OPER-IX)
010110             ADD 1 TO WS-TOT-HOURS
010120         WHEN 'F'
010130             ADD 1 TO WS-OT-SIGNON-COUNT(WS-NX-OPER-IX)
010140             ADD 1 TO WS-TOT-SIGNON
010150     END-EVALUATE.
010160     ADD 1 TO WS-OT-TOTAL-COUNT(WS-NX-OPER-IX).
010170     ADD 1 TO WS-TOT-ALL.
010180     IF WS-EXCEPTION-COUNT >= 1000
010190         IF NOT WS-EXCP-FULL
010200             MOVE 'Y' TO WS-EXCP-FULL-SW
010210             MOVE "EXCEPTION TABLE FULL - SOME ITEMS NOT LISTED"
010220                 TO REPORT-LINE
010230             WRITE REPORT-LINE
010240         END-IF
010250         GO TO 2900-EXIT
010260     END-IF.
010270     ADD 1 TO WS-EXCEPTION-COUNT.
010280     MOVE WS-NEW-EXCEPTION
010290         TO WS-EXCEPTION-ENTRY(WS-EXCEPTION-COUNT).
010300     GO TO 2900-EXIT.
010310 2900-EXIT.
010320     EXIT.
010330*
010340******************************************************************
010350* 3000-PRINT-OPERATORS - print each operator's flagged items
010360* under a heading giving the role and normal hours.
010370******************************************************************
010380 3000-PRINT-OPERATORS.
010390     MOVE 1 TO WS-JX.
010400     PERFORM 3100-PRINT-OPERATOR THRU 3100-EXIT
010410         UNTIL WS-JX > WS-OPERATOR-COUNT.
010420     GO TO 3000-EXIT.
010430 3000-EXIT.
010440     EXIT.
010450*
010460 3100-PRINT-OPERATOR.
010470     MOVE SPACES TO REPORT-LINE.
010480     WRITE REPORT-LINE.
010490     IF WS-OT-ON-MASTER(WS-JX)
010500         MOVE WS-OT-SHIFT-START(WS-JX) TO WS-HT-START
010510         MOVE WS-OT-SHIFT-END(WS-JX) TO WS-HT-END
010520         MOVE WS-HOURS-TEXT TO WS-HOURS-PRINT
010530         IF WS-OT-SHIFT-START(WS-JX) = WS-OT-SHIFT-END(WS-JX)
010540             MOVE "NONE SET" TO WS-HOURS-PRINT
010550         END-IF
010560         STRING "OPERATOR " DELIMITED BY SIZE
010570                WS-OT-OPERATOR(WS-JX) DELIMITED BY SIZE
010580                " ROLE " DELIMITED BY SIZE
010590                WS-OT-ROLE(WS-JX) DELIMITED BY SIZE
010600                " NORMAL HOURS " DELIMITED BY SIZE
010610                WS-HOURS-PRINT DELIMITED BY SIZE
010620             INTO REPORT-LINE
010630     ELSE
010640         STRING "OPERATOR " DELIMITED BY SIZE
010650                WS-OT-OPERATOR(WS-JX) DELIMITED BY SIZE
010660                " (NOT ON THE OPERATOR MASTER)"
010670                    DELIMITED BY SIZE
010680             INTO REPORT-LINE
010690     END-IF.
010700     WRITE REPORT-LINE.
010710     MOVE ZERO TO WS-OPER-PRINTED-COUNT.
010720     MOVE 1 TO WS-IX.
010730     PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
010740         UNTIL WS-IX > WS-EXCEPTION-COUNT.
010750     IF WS-OPER-PRINTED-COUNT = ZERO
010760         MOVE "  NO EXCEPTIONS" TO REPORT-LINE
010770         WRITE REPORT-LINE
010780     END-IF.
010790     ADD 1 TO WS-JX.
010800     GO TO 3100-EXIT.
010810 3100-EXIT.
010820     EXIT.
010830*
010840******************************************************************
010850* 3200-PRINT-EXCEPTION - print one flagged item of the operator
010860* being printed: what it is, the show, seat, ticket and amount,
010870* and the times involved.
010880******************************************************************
010890 3200-PRINT-EXCEPTION.
010900     IF WS-EX-OPER-IX(WS-IX) NOT = WS-JX
010910         GO TO 3200-NEXT
010920     END-IF.
010930     ADD 1 TO WS-OPER-PRINTED-COUNT.
010940     MOVE WS-EX-TIME(WS-IX) TO WS-TIME-SPLIT-N.
010950     PERFORM 3300-EDIT-TIME THRU 3300-EXIT.
010960     MOVE WS-TIME-EDIT TO WS-TIME-TEXT-1.
010970     MOVE WS-EX-OTHER-TIME(WS-IX) TO WS-TIME-SPLIT-N.
010980     PERFORM 3300-EDIT-TIME THRU 3300-EXIT.
010990     MOVE WS-TIME-EDIT TO WS-TIME-TEXT-2.
011000     MOVE SPACES TO WS-ITEM-TAIL.
011010     EVALUATE TRUE
011020         WHEN WS-EX-SAMEDAY(WS-IX)
011030             MOVE "SOLD AND REFUNDED SAME DAY" TO WS-ITEM-LABEL
011040             STRING "SOLD " DELIMITED BY SIZE
011050                    WS-TIME-TEXT-2 DELIMITED BY SIZE
011060                    " REFUNDED " DELIMITED BY SIZE
011070                    WS-TIME-TEXT-1 DELIMITED BY SIZE
011080                 INTO WS-ITEM-TAIL
011090         WHEN WS-EX-CASHCARD(WS-IX)
011100             MOVE "CASH REFUND OF CARD SALE" TO WS-ITEM-LABEL
011110             STRING "SOLD " DELIMITED BY SIZE
011120                    WS-EX-OTHER-DATE(WS-IX) DELIMITED BY SIZE
011130                    " " DELIMITED BY SIZE
011140                    WS-TIME-TEXT-2 DELIMITED BY SIZE
011150                    " BY " DELIMITED BY SIZE
011160                    WS-EX-ACTION(WS-IX) DELIMITED BY SIZE
011170                    " REFUND " DELIMITED BY SIZE
011180                    WS-TIME-TEXT-1 DELIMITED BY SIZE
011190                 INTO WS-ITEM-TAIL
011200         WHEN WS-EX-COMP(WS-IX)
011210             MOVE "COMP OVER NIGHTLY LIMIT" TO WS-ITEM-LABEL
011220             STRING "ISSUED " DELIMITED BY SIZE
011230                    WS-TIME-TEXT-1 DELIMITED BY SIZE
011240                    " (AMOUNT IS ROW PRICE)" DELIMITED BY SIZE
011250                 INTO WS-ITEM-TAIL
011260         WHEN WS-EX-HOURS(WS-IX)
011270             MOVE "OUTSIDE NORMAL HOURS" TO WS-ITEM-LABEL
011280             STRING WS-EX-ACTION(WS-IX) DELIMITED BY SIZE
011290                    " AT " DELIMITED BY SIZE
011300                    WS-TIME-TEXT-1 DELIMITED BY SIZE
011310                 INTO WS-ITEM-TAIL
011320         WHEN WS-EX-SIGNON(WS-IX)
011330             MOVE "REPEATED SIGNFAIL/REFUSED" TO WS-ITEM-LABEL
011340             STRING WS-EX-ACTION(WS-IX) DELIMITED BY SIZE
011350                    " AT " DELIMITED BY SIZE
011360                    WS-TIME-TEXT-1 DELIMITED BY SIZE
011370                 INTO WS-ITEM-TAIL
011380     END-EVALUATE.
011390     MOVE WS-EX-ROW(WS-IX) TO WS-ROW-EDIT.
011400     MOVE WS-EX-SEAT(WS-IX) TO WS-SEAT-EDIT.
011410     MOVE WS-EX-AMOUNT(WS-IX) TO WS-AMOUNT-EDIT.
011420     MOVE SPACES TO REPORT-LINE.
011430     STRING "  " DELIMITED BY SIZE
011440            WS-ITEM-LABEL DELIMITED BY SIZE
011450            " SHOW " DELIMITED BY SIZE
011460            WS-EX-SHOW-ID(WS-IX) DELIMITED BY SIZE
011470            " SEAT " DELIMITED BY SIZE
011480            WS-ROW-EDIT DELIMITED BY SIZE
011490            "/" DELIMITED BY SIZE
011500            WS-SEAT-EDIT DELIMITED BY SIZE
011510            " TICKET " DELIMITED BY SIZE
011520            WS-EX-TICKET(WS-IX) DELIMITED BY SIZE
011530            " AMT " DELIMITED BY SIZE
011540            WS-AMOUNT-EDIT DELIMITED BY SIZE
011550            " " DELIMITED BY SIZE
011560            WS-ITEM-TAIL DELIMITED BY SIZE
011570         INTO REPORT-LINE.
011580     WRITE REPORT-LINE.
011590 3200-NEXT.
011600     ADD 1 TO WS-IX.
011610     GO TO 3200-EXIT.
011620 3200-EXIT.
011630     EXIT.
011640*
011650 3300-EDIT-TIME.
011660     MOVE WS-TS-HH TO WS-TE-HH.
011670     MOVE WS-TS-MM TO WS-TE-MM.
011680     MOVE WS-TS-SS TO WS-TE-SS.
011690     GO TO 3300-EXIT.
011700 3300-EXIT.
011710     EXIT.
011720*
011730******************************************************************
011740* 3500-PRINT-COUNTS - close the report with each operator's
011750* exception counts by kind, so the house manager can see at a
011760* glance who to talk to, and the totals across operators.
011770******************************************************************
011780 3500-PRINT-COUNTS.
011790     MOVE SPACES TO REPORT-LINE.
011800     WRITE REPORT-LINE.
011810     MOVE "EXCEPTION COUNTS BY OPERATOR" TO REPORT-LINE.
011820     WRITE REPORT-LINE.
011830     MOVE SPACES TO REPORT-LINE.
011840     STRING "OPERATOR  SAME-DAY CASH/CARD    COMPS    HOURS"
011850                DELIMITED BY SIZE
011860            "   SIGNON    TOTAL" DELIMITED BY SIZE
011870         INTO REPORT-LINE.
011880     WRITE REPORT-LINE.
011890     MOVE 1 TO WS-JX.
011900     PERFORM 3510-PRINT-COUNT-LINE THRU 3510-EXIT
011910         UNTIL WS-JX > WS-OPERATOR-COUNT.
011920     MOVE WS-TOT-SAMEDAY TO WS-SAMEDAY-EDIT.
011930     MOVE WS-TOT-CASHCARD TO WS-CASHCARD-EDIT.
011940     MOVE WS-TOT-COMP TO WS-COMP-EDIT.
011950     MOVE WS-TOT-HOURS TO WS-HOURS-EDIT.
011960     MOVE WS-TOT-SIGNON TO WS-SIGNON-EDIT.
011970     MOVE WS-TOT-ALL TO WS-TOTAL-EDIT.
011980     MOVE SPACES TO REPORT-LINE.
011990     STRING "TOTAL     " DELIMITED BY SIZE
012000            WS-SAMEDAY-EDIT DELIMITED BY SIZE
012010            "    " DELIMITED BY SIZE
012020            WS-CASHCARD-EDIT DELIMITED BY SIZE
012030            "   " DELIMITED BY SIZE
012040            WS-COMP-EDIT DELIMITED BY SIZE
012050            "   " DELIMITED BY SIZE
012060            WS-HOURS-EDIT DELIMITED BY SIZE
012070            "   " DELIMITED BY SIZE
012080            WS-SIGNON-EDIT DELIMITED BY SIZE
012090            "   " DELIMITED BY SIZE
012100            WS-TOTAL-EDIT DELIMITED BY SIZE
012110         INTO REPORT-LINE.
012120     WRITE REPORT-LINE.
012130     GO TO 3500-EXIT.
012140 3500-EXIT.
012150     EXIT.
012160*
012170 3510-PRINT-COUNT-LINE.
012180     MOVE WS-OT-SAMEDAY-COUNT(WS-JX) TO WS-SAMEDAY-EDIT.
012190     MOVE WS-OT-CASHCARD-COUNT(WS-JX) TO WS-CASHCARD-EDIT.
012200     MOVE WS-OT-COMP-COUNT(WS-JX) TO WS-COMP-EDIT.
012210     MOVE WS-OT-HOURS-COUNT(WS-JX) TO WS-HOURS-EDIT.
012220     MOVE WS-OT-SIGNON-COUNT(WS-JX) TO WS-SIGNON-EDIT.
012230     MOVE WS-OT-TOTAL-COUNT(WS-JX) TO WS-TOTAL-EDIT.
012240     MOVE SPACES TO REPORT-LINE.
012250     STRING WS-OT-OPERATOR(WS-JX) DELIMITED BY SIZE
012260            "  " DELIMITED BY SIZE
012270            WS-SAMEDAY-EDIT DELIMITED BY SIZE
012280            "    " DELIMITED BY SIZE
012290            WS-CASHCARD-EDIT DELIMITED BY SIZE
012300            "   " DELIMITED BY SIZE
012310            WS-COMP-EDIT DELIMITED BY SIZE
012320            "   " DELIMITED BY SIZE
012330            WS-HOURS-EDIT DELIMITED BY SIZE
012340            "   " DELIMITED BY SIZE
012350            WS-SIGNON-EDIT DELIMITED BY SIZE
012360            "   " DELIMITED BY SIZE
012370            WS-TOTAL-EDIT DELIMITED BY SIZE
012380         INTO REPORT-LINE.
012390     WRITE REPORT-LINE.
012400     ADD 1 TO WS-JX.
012410     GO TO 3510-EXIT.
012420 3510-EXIT.
012430     EXIT.
012440*
012450******************************************************************
012460* 9000-TERMINATE - close the files and end the run. The ledger
012470* was closed after its passes.
012480******************************************************************
012490 9000-TERMINATE.
012500     MOVE WS-TOT-ALL TO WS-TOTAL-EDIT.
012510     DISPLAY "Exceptions flagged: " WS-TOTAL-EDIT.
012520     CLOSE OPERATOR-MASTER-FILE.
012530     CLOSE AUDIT-LOG-FILE.
012540     IF WS-PRICE-AVAILABLE
012550         CLOSE ROW-PRICE-FILE
012560     END-IF.
012570     CLOSE EXCEPTION-REPORT.
012580     GO TO 9000-EXIT.
012590 9000-EXIT.
012600     EXIT.
012610*
012620 END PROGRAM OPERATOR-EXCEPTION-REPORT.
