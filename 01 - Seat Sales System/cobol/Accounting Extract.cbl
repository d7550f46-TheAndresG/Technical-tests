000160*              whole file. Amounts come from the audit entry
000170*              itself when one is carried; entries from before
000180*              amounts were logged price off ROWPRICE, exactly
000190*              as the activity report does. Seat exchanges
000200*              post apart from sales and refunds: EXIN for
000210*              seats exchanged into a show and EXOU for seats
000220*              exchanged out of it, each at its seat value.
000230*              Voucher movements come off the day's PAYLEDGR
000240*              records: VSAL for gift vouchers sold (no show),
000250*              VRED for voucher tender redeemed against a show
000260*              and VCRD for refunds credited to a voucher.
000270*              The same ledger breaks each show's takings down
000280*              by component: FACE, BKFE, FCFE and STAX for the
000290*              face value, booking fee, facility fee and sales
000300*              tax taken on sales and exchange differences, and
000310*              FACR, BKFR, FCFR and STXR for the same components
000320*              paid back on refunds. They analyse the money the
000330*              SALE, RFND, EXIN and EXOU postings carry gross.
000340* TECTONICS:   cobc
000350******************************************************************
000360* MODIFICATION HISTORY
000370*  DATE       INIT DESCRIPTION
000380*  02/09/2026 AG   Original accounting interface extract.
000390*  15/10/2026 AG   Seat exchanges now post their own EXIN and
000400*                  EXOU records per show (from the EXCHANGE and
000410*                  EXCHOUT audit actions) instead of being left
000420*                  out of the ledger feed; both count in the
000430*                  control record's detail count and hash.
000440*  15/10/2026 AG   Gift voucher sales (VSAL) and voucher tender
000450*                  redeemed (VRED) and credited (VCRD) now post
000460*                  from the payment ledger so the voucher
000470*                  liability is carried in the general ledger.
000480*  15/10/2026 AG   Face value, booking fee, facility fee and
000490*                  sales tax now post per show as their own
000500*                  posting types, in and out, from the payment
000510*                  ledger breakdown; all count in the control
000520*                  record's detail count and hash.
000530*  15/10/2026 AG   The run is now posted to the BATCHCTL batch
000540*                  control file: it refuses to start (RC 8)
000550*                  until SEATBAT is complete for the extract
000560*                  date, refuses a second run of a date already
000570*                  complete (RC 12) unless GLEXPARM names a
000580*                  supervisor on OPERMAST as the override, and
000590*                  posts its counts and hash total at the end.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. ACCT-INTERFACE-EXTRACT.
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000690     SELECT ROW-PRICE-FILE ASSIGN TO "ROWPRICE"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS RP-KEY
000730         FILE STATUS IS WS-PRICE-FILE-STATUS.
000740     SELECT INTERFACE-FILE ASSIGN TO "GLINTFC"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-INTF-FILE-STATUS.
000770     SELECT EXTRACT-PARM-FILE ASSIGN TO "GLEXPARM"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-PARM-FILE-STATUS.
000800     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PAY-FILE-STATUS.
000830     SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS BC-KEY
000870         FILE STATUS IS WS-BCTL-FILE-STATUS.
000880     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS OP-OPERATOR-ID
000920         FILE STATUS IS WS-OPER-FILE-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  AUDIT-LOG-FILE.
000960     COPY AUDITLOG.
000970 FD  ROW-PRICE-FILE.
000980     COPY ROWPRICE.
000990 FD  PAYMENT-LEDGER-FILE.
001000     COPY PAYLEDGR.
001010 FD  BATCH-CONTROL-FILE.
001020     COPY BATCHCTL.
001030 FD  OPERATOR-MASTER-FILE.
001040     COPY OPERMSTR.
001050******************************************************************
001060* The interface file is fixed 25-byte records: detail records
001070* ('D') carry one posting per show and posting type, and the
001080* single control record ('C') that closes the file carries the
001090* detail count and the hash total of every detail amount. The
001100* receiving system rejects the file when either disagrees with
001110* what it read.
001120******************************************************************
001130 FD  INTERFACE-FILE.
001140 01  GL-DETAIL-RECORD.
001150     05 GLD-RECORD-TYPE          PIC X(01).
001160     05 GLD-SHOW-ID              PIC X(04).
001170     05 GLD-POSTING-TYPE         PIC X(04).
001180     05 GLD-COUNT                PIC 9(05).
001190     05 GLD-AMOUNT               PIC 9(09)V99.
001200 01  GL-CONTROL-RECORD.
001210     05 GLC-RECORD-TYPE          PIC X(01).
001220     05 GLC-DETAIL-COUNT         PIC 9(05).
001230     05 GLC-AMOUNT-HASH          PIC 9(13)V99.
001240     05 FILLER                   PIC X(04).
001250 FD  EXTRACT-PARM-FILE.
001260 01  EXTRACT-PARM-RECORD.
001270     05 GP-REPORT-DATE           PIC 9(06).
001280     05 GP-OVERRIDE-ID           PIC X(08).
001290 WORKING-STORAGE SECTION.
001300 01  WS-AUDIT-FILE-STATUS        PIC X(02).
001310 01  WS-PRICE-FILE-STATUS        PIC X(02).
001320 01  WS-INTF-FILE-STATUS         PIC X(02).
001330 01  WS-PARM-FILE-STATUS         PIC X(02).
001340 01  WS-PAY-FILE-STATUS          PIC X(02).
001350 01  WS-BCTL-FILE-STATUS         PIC X(02).
001360 01  WS-OPER-FILE-STATUS         PIC X(02).
001370******************************************************************
001380* Batch control: this job's name on BATCHCTL, the predecessor
001390* being checked, the status posted at the end, and the
001400* supervisor override read from GLEXPARM for a second run.
001410******************************************************************
001420 01  WS-BCTL-FIELDS.
001430     05 WS-BCTL-JOB              PIC X(08) VALUE "GLEXTR".
001440     05 WS-BCTL-PRED             PIC X(08).
001450     05 WS-BCTL-FINAL-STATUS     PIC X(01).
001460     05 WS-BCTL-OVERRIDE-ID      PIC X(08) VALUE SPACES.
001470     05 WS-BCTL-READ             PIC 9(07) COMP VALUE ZERO.
001480     05 WS-BCTL-ON-FILE-SW       PIC X(01) VALUE 'N'.
001490         88 WS-BCTL-ON-FILE                  VALUE 'Y'.
001500     05 WS-BCTL-POSTED-SW        PIC X(01) VALUE 'N'.
001510         88 WS-BCTL-POSTED                   VALUE 'Y'.
001520     05 WS-BCTL-OVERRIDE-OK-SW   PIC X(01) VALUE 'N'.
001530         88 WS-BCTL-OVERRIDE-OK              VALUE 'Y'.
001540 01  WS-PAY-EOF-SW               PIC X(01) VALUE 'N'.
001550     88 WS-PAY-EOF                           VALUE 'Y'.
001560 01  WS-PAY-OPEN-SW              PIC X(01) VALUE 'N'.
001570     88 WS-PAY-OPEN                          VALUE 'Y'.
001580 01  WS-POST-SHOW-ID             PIC X(04).
001590 01  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001600     88 WS-AUDIT-EOF                         VALUE 'Y'.
001610 01  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
001620     88 WS-TABLE-FULL                        VALUE 'Y'.
001630 01  WS-ENTRY-FOUND-SW           PIC X(01) VALUE 'N'.
001640     88 WS-ENTRY-FOUND                       VALUE 'Y'.
001650 01  WS-LINE-PRICE               PIC 9(05)V99.
001660 01  WS-REPORT-DATE              PIC 9(06) VALUE ZERO.
001670 01  WS-DATE-WORK.
001680     05 WS-RUN-DATE              PIC 9(08).
001690     05 WS-PRIOR-DATE            PIC 9(08).
001700     05 FILLER REDEFINES WS-PRIOR-DATE.
001710         10 FILLER               PIC 9(02).
001720         10 WS-PRIOR-YYMMDD      PIC 9(06).
001730     05 WS-DAY-NUMBER            PIC 9(08) COMP.
001740******************************************************************
001750* One accumulator row per show seen on the audit log for the
001760* extract date, built in one pass and written out as SALE,
001770* RFND, EXIN and EXOU postings at the end of the run. The
001780* voucher postings from the payment ledger share the table; a
001790* gift voucher sold belongs to no show and posts on a row with
001800* a blank show ID. The component rows analyse each show's
001810* ledger money taken in (sales and exchange differences) and
001820* paid out (refunds), one count of ledger records per side.
001830******************************************************************
001840 01  WS-SHOW-TABLE.
001850     05 WS-SHOW-ENTRY OCCURS 200 TIMES.
001860         10 WS-ST-SHOW-ID        PIC X(04).
001870         10 WS-ST-SALE-COUNT     PIC 9(05) COMP.
001880         10 WS-ST-SALE-AMOUNT    PIC 9(09)V99.
001890         10 WS-ST-RFND-COUNT     PIC 9(05) COMP.
001900         10 WS-ST-RFND-AMOUNT    PIC 9(09)V99.
001910         10 WS-ST-EXIN-COUNT     PIC 9(05) COMP.
001920         10 WS-ST-EXIN-AMOUNT    PIC 9(09)V99.
001930         10 WS-ST-EXOU-COUNT     PIC 9(05) COMP.
001940         10 WS-ST-EXOU-AMOUNT    PIC 9(09)V99.
001950         10 WS-ST-VSAL-COUNT     PIC 9(05) COMP.
001960         10 WS-ST-VSAL-AMOUNT    PIC 9(09)V99.
001970         10 WS-ST-VRED-COUNT     PIC 9(05) COMP.
001980         10 WS-ST-VRED-AMOUNT    PIC 9(09)V99.
001990         10 WS-ST-VCRD-COUNT     PIC 9(05) COMP.
002000         10 WS-ST-VCRD-AMOUNT    PIC 9(09)V99.
002010         10 WS-ST-IN-COUNT       PIC 9(05) COMP.
002020         10 WS-ST-FACE-AMOUNT    PIC 9(09)V99.
002030         10 WS-ST-BKFE-AMOUNT    PIC 9(09)V99.
002040         10 WS-ST-FCFE-AMOUNT    PIC 9(09)V99.
002050         10 WS-ST-STAX-AMOUNT    PIC 9(09)V99.
002060         10 WS-ST-OUT-COUNT      PIC 9(05) COMP.
002070         10 WS-ST-FACR-AMOUNT    PIC 9(09)V99.
002080         10 WS-ST-BKFR-AMOUNT    PIC 9(09)V99.
002090         10 WS-ST-FCFR-AMOUNT    PIC 9(09)V99.
002100         10 WS-ST-STXR-AMOUNT    PIC 9(09)V99.
002110 01  WS-SHOW-COUNT               PIC 9(03) COMP VALUE ZERO.
002120 01  WS-IX                       PIC 9(03) COMP.
002130 01  WS-FOUND-IX                 PIC 9(03) COMP.
002140 01  WS-CONTROL-TOTALS.
002150     05 WS-DETAIL-COUNT          PIC 9(05) COMP VALUE ZERO.
002160     05 WS-AMOUNT-HASH           PIC 9(13)V99 VALUE ZERO.
002170     05 WS-DETAIL-COUNT-EDIT     PIC ZZ,ZZ9.
002180 PROCEDURE DIVISION.
002190 0000-MAINLINE.
002200     DISPLAY "Accounting Interface Extract".
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-POST-AUDIT-RECORD THRU 2000-EXIT
002230         UNTIL WS-AUDIT-EOF.
002240     PERFORM 2500-OPEN-LEDGER THRU 2500-EXIT.
002250     PERFORM 2600-POST-LEDGER-RECORD THRU 2600-EXIT
002260         UNTIL WS-PAY-EOF.
002270     PERFORM 3000-WRITE-POSTINGS THRU 3000-EXIT.
002280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002290     STOP RUN.
002300*
002310******************************************************************
002320* 1000-INITIALIZE - settle the extract date and open the files.
002330* This job runs in the overnight window after the business day
002340* it extracts, so the date defaults to the PRIOR day (matching
002350* AL-DATE's YYMMDD, the same convention the activity report
002360* settled on) and can be overridden through GLEXPARM to rerun
002370* any day on demand.
002380******************************************************************
002390 1000-INITIALIZE.
002400     OPEN INPUT EXTRACT-PARM-FILE.
002410     IF WS-PARM-FILE-STATUS = "00"
002420         READ EXTRACT-PARM-FILE
002430             AT END
002440                 CONTINUE
002450             NOT AT END
002460                 IF GP-REPORT-DATE IS NUMERIC
002470                     AND GP-REPORT-DATE > 0
002480                     MOVE GP-REPORT-DATE TO WS-REPORT-DATE
002490                 END-IF
002500                 MOVE GP-OVERRIDE-ID TO WS-BCTL-OVERRIDE-ID
002510         END-READ
002520         CLOSE EXTRACT-PARM-FILE
002530     END-IF.
002540     IF WS-REPORT-DATE = ZERO
002550         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002560         COMPUTE WS-DAY-NUMBER =
002570             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
002580         COMPUTE WS-PRIOR-DATE =
002590             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
002600         MOVE WS-PRIOR-YYMMDD TO WS-REPORT-DATE
002610     END-IF.
002620     DISPLAY "Extract date: " WS-REPORT-DATE.
002630     PERFORM 1050-CHECK-BATCH-CONTROL THRU 1050-EXIT.
002640     OPEN OUTPUT INTERFACE-FILE.
002650     OPEN INPUT AUDIT-LOG-FILE.
002660     IF WS-AUDIT-FILE-STATUS NOT = "00"
002670         DISPLAY "ACCT-INTERFACE-EXTRACT: AUDITLOG NOT "
002680             "AVAILABLE, FILE STATUS " WS-AUDIT-FILE-STATUS
002690         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002700     END-IF.
002710     OPEN INPUT ROW-PRICE-FILE.
002720     GO TO 1000-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770* 1090-ABORT-RUN - the audit log could not be opened; close an
002780* empty interface file with a zero control record so the
002790* receiving system sees a complete (if empty) file rather than
002800* a truncated one, and end the run.
002810******************************************************************
002820 1090-ABORT-RUN.
002830     MOVE SPACES TO GL-CONTROL-RECORD.
002840     MOVE 'C' TO GLC-RECORD-TYPE.
002850     MOVE ZERO TO GLC-DETAIL-COUNT.
002860     MOVE ZERO TO GLC-AMOUNT-HASH.
002870     WRITE GL-CONTROL-RECORD.
002880     CLOSE INTERFACE-FILE.
002890     MOVE 'F' TO WS-BCTL-FINAL-STATUS.
002900     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
002910     MOVE 16 TO RETURN-CODE.
002920     STOP RUN.
002930 1090-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970* 1050-CHECK-BATCH-CONTROL - before anything is written, make
002980* sure SEATBAT has completed the extract date (or the GL file
002990* would go out short the night's phone/web postings), and that
003000* this date has not already been extracted - a second GLINTFC
003010* for one day would post it to the ledger twice. A rerun of a
003020* completed date goes ahead only on a supervisor override.
003030* Then post this run as running.
003040******************************************************************
003050 1050-CHECK-BATCH-CONTROL.
003060     OPEN I-O BATCH-CONTROL-FILE.
003070     IF WS-BCTL-FILE-STATUS = "35"
003080         OPEN OUTPUT BATCH-CONTROL-FILE
003090         CLOSE BATCH-CONTROL-FILE
003100         OPEN I-O BATCH-CONTROL-FILE
003110     END-IF.
003120     IF WS-BCTL-FILE-STATUS NOT = "00"
003130         DISPLAY "ACCT-INTERFACE-EXTRACT: BATCHCTL NOT "
003140             "AVAILABLE, FILE STATUS " WS-BCTL-FILE-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     MOVE "SEATBAT" TO WS-BCTL-PRED.
003190     PERFORM 1055-CHECK-PREDECESSOR THRU 1055-EXIT.
003200     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003210     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003220     READ BATCH-CONTROL-FILE
003230         INVALID KEY
003240             MOVE 'N' TO WS-BCTL-ON-FILE-SW
003250         NOT INVALID KEY
003260             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
003270     END-READ.
003280     IF WS-BCTL-ON-FILE AND BC-COMPLETE
003290         PERFORM 1060-CHECK-OVERRIDE THRU 1060-EXIT
003300         IF NOT WS-BCTL-OVERRIDE-OK
003310             DISPLAY "ACCT-INTERFACE-EXTRACT: GLEXTR ALREADY "
003320                 "COMPLETE FOR " WS-REPORT-DATE
003330                 " - RERUN NEEDS A SUPERVISOR OVERRIDE"
003340             CLOSE BATCH-CONTROL-FILE
003350             MOVE 12 TO RETURN-CODE
003360             STOP RUN
003370         END-IF
003380         MOVE WS-BCTL-OVERRIDE-ID TO BC-OVERRIDE-ID
003390         DISPLAY "ACCT-INTERFACE-EXTRACT: RERUN OF "
003400             WS-REPORT-DATE " UNDER OVERRIDE BY "
003410             WS-BCTL-OVERRIDE-ID
003420     END-IF.
003430     IF NOT WS-BCTL-ON-FILE
003440         MOVE ZERO TO BC-RUN-COUNT
003450         MOVE SPACES TO BC-OVERRIDE-ID
003460     END-IF.
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
003570     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003580     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
003590     IF WS-BCTL-ON-FILE
003600         REWRITE BATCH-CONTROL-RECORD
003610     ELSE
003620         WRITE BATCH-CONTROL-RECORD
003630     END-IF.
003640     CLOSE BATCH-CONTROL-FILE.
003650     MOVE 'Y' TO WS-BCTL-POSTED-SW.
003660     GO TO 1050-EXIT.
003670 1050-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710* 1055-CHECK-PREDECESSOR - the job in WS-BCTL-PRED must be
003720* complete for the extract date; anything else (not started,
003730* still running, failed) refuses the run with RC 8.
003740******************************************************************
003750 1055-CHECK-PREDECESSOR.
003760     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
003770     MOVE WS-BCTL-PRED TO BC-JOB-NAME.
003780     READ BATCH-CONTROL-FILE
003790         INVALID KEY
003800             MOVE 'N' TO BC-STATUS
003810     END-READ.
003820     IF BC-COMPLETE
003830         GO TO 1055-EXIT
003840     END-IF.
003850     DISPLAY "ACCT-INTERFACE-EXTRACT: " WS-BCTL-PRED
003860         " NOT COMPLETE FOR " WS-REPORT-DATE " - RUN REFUSED".
003870     CLOSE BATCH-CONTROL-FILE.
003880     MOVE 8 TO RETURN-CODE.
003890     STOP RUN.
003900 1055-EXIT.
003910     EXIT.
003920*
003930******************************************************************
003940* 1060-CHECK-OVERRIDE - a second run of a completed date needs
003950* the operator ID of a supervisor ('S' on OPERMAST) in
003960* GLEXPARM. An ID not on file, or an agent's, is no override.
003970******************************************************************
003980 1060-CHECK-OVERRIDE.
003990     MOVE 'N' TO WS-BCTL-OVERRIDE-OK-SW.
004000     IF WS-BCTL-OVERRIDE-ID = SPACES
004010         GO TO 1060-EXIT
004020     END-IF.
004030     OPEN INPUT OPERATOR-MASTER-FILE.
004040     IF WS-OPER-FILE-STATUS NOT = "00"
004050         DISPLAY "ACCT-INTERFACE-EXTRACT: OPERMAST NOT "
004060             "AVAILABLE, FILE STATUS " WS-OPER-FILE-STATUS
004070             " - OVERRIDE CANNOT BE CHECKED"
004080         GO TO 1060-EXIT
004090     END-IF.
004100     MOVE WS-BCTL-OVERRIDE-ID TO OP-OPERATOR-ID.
004110     READ OPERATOR-MASTER-FILE
004120         INVALID KEY
004130             MOVE SPACE TO OP-ROLE
004140     END-READ.
004150     IF OP-ROLE = 'S'
004160         MOVE 'Y' TO WS-BCTL-OVERRIDE-OK-SW
004170     ELSE
004180         DISPLAY "ACCT-INTERFACE-EXTRACT: "
004190             WS-BCTL-OVERRIDE-ID " IS NOT A SUPERVISOR"
004200     END-IF.
004210     CLOSE OPERATOR-MASTER-FILE.
004220     GO TO 1060-EXIT.
004230 1060-EXIT.
004240     EXIT.
004250*
004260******************************************************************
004270* 2000-POST-AUDIT-RECORD - read the next audit entry and post
004280* it to its show's accumulator row. Only the extract date's
004290* entries count - the audit log is opened EXTEND by every
004300* writer and holds its full history. RESERVE posts to the SALE
004310* side, CANCEL to the RFND side, EXCHANGE (a seat exchanged
004320* into) to the EXIN side and EXCHOUT (a seat exchanged out of)
004330* to the EXOU side; everything else moves no money.
004340******************************************************************
004350 2000-POST-AUDIT-RECORD.
004360     READ AUDIT-LOG-FILE
004370         AT END
004380             MOVE 'Y' TO WS-AUDIT-EOF-SW
004390             GO TO 2000-EXIT
004400     END-READ.
004410     IF AL-DATE NOT = WS-REPORT-DATE
004420         GO TO 2000-EXIT
004430     END-IF.
004440     ADD 1 TO WS-BCTL-READ.
004450     IF AL-ACTION NOT = "RESERVE " AND AL-ACTION NOT = "CANCEL  "
004460         AND AL-ACTION NOT = "EXCHANGE"
004470         AND AL-ACTION NOT = "EXCHOUT "
004480         GO TO 2000-EXIT
004490     END-IF.
004500     MOVE AL-SHOW-ID TO WS-POST-SHOW-ID.
004510     PERFORM 2100-FIND-SHOW-ENTRY THRU 2100-EXIT.
004520     IF NOT WS-ENTRY-FOUND
004530         GO TO 2000-EXIT
004540     END-IF.
004550     IF AL-PRICE-TYPE NOT = SPACE
004560         MOVE AL-AMOUNT TO WS-LINE-PRICE
004570     ELSE
004580         PERFORM 2200-GET-ROW-PRICE THRU 2200-EXIT
004590     END-IF.
004600     EVALUATE AL-ACTION
004610         WHEN "RESERVE "
004620             ADD 1 TO WS-ST-SALE-COUNT(WS-FOUND-IX)
004630             ADD WS-LINE-PRICE TO WS-ST-SALE-AMOUNT(WS-FOUND-IX)
004640         WHEN "CANCEL  "
004650             ADD 1 TO WS-ST-RFND-COUNT(WS-FOUND-IX)
004660             ADD WS-LINE-PRICE TO WS-ST-RFND-AMOUNT(WS-FOUND-IX)
004670         WHEN "EXCHANGE"
004680             ADD 1 TO WS-ST-EXIN-COUNT(WS-FOUND-IX)
004690             ADD WS-LINE-PRICE TO WS-ST-EXIN-AMOUNT(WS-FOUND-IX)
004700         WHEN "EXCHOUT "
004710             ADD 1 TO WS-ST-EXOU-COUNT(WS-FOUND-IX)
004720             ADD WS-LINE-PRICE TO WS-ST-EXOU-AMOUNT(WS-FOUND-IX)
004730     END-EVALUATE.
004740     GO TO 2000-EXIT.
004750 2000-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790* 2100-FIND-SHOW-ENTRY - find the accumulator row for the show
004800* in WS-POST-SHOW-ID, opening a new row when it is seen for the
004810* first time. A full table is reported once and further new
004820* shows are left out rather than mis-posted.
004830******************************************************************
004840 2100-FIND-SHOW-ENTRY.
004850     MOVE 'N' TO WS-ENTRY-FOUND-SW.
004860     MOVE 1 TO WS-IX.
004870     PERFORM 2110-MATCH-SHOW-ENTRY THRU 2110-EXIT
004880         UNTIL WS-ENTRY-FOUND OR WS-IX > WS-SHOW-COUNT.
004890     IF WS-ENTRY-FOUND
004900         GO TO 2100-EXIT
004910     END-IF.
004920     IF WS-SHOW-COUNT >= 200
004930         IF NOT WS-TABLE-FULL
004940             MOVE 'Y' TO WS-TABLE-FULL-SW
004950             DISPLAY "ACCT-INTERFACE-EXTRACT: SHOW TABLE FULL"
004960                 " - SOME SHOWS NOT EXTRACTED"
004970         END-IF
004980         GO TO 2100-EXIT
004990     END-IF.
005000     ADD 1 TO WS-SHOW-COUNT.
005010     MOVE WS-POST-SHOW-ID TO WS-ST-SHOW-ID(WS-SHOW-COUNT).
005020     MOVE ZERO TO WS-ST-SALE-COUNT(WS-SHOW-COUNT).
005030     MOVE ZERO TO WS-ST-SALE-AMOUNT(WS-SHOW-COUNT).
005040     MOVE ZERO TO WS-ST-RFND-COUNT(WS-SHOW-COUNT).
005050     MOVE ZERO TO WS-ST-RFND-AMOUNT(WS-SHOW-COUNT).
005060     MOVE ZERO TO WS-ST-EXIN-COUNT(WS-SHOW-COUNT).
005070     MOVE ZERO TO WS-ST-EXIN-AMOUNT(WS-SHOW-COUNT).
005080     MOVE ZERO TO WS-ST-EXOU-COUNT(WS-SHOW-COUNT).
005090     MOVE ZERO TO WS-ST-EXOU-AMOUNT(WS-SHOW-COUNT).
005100     MOVE ZERO TO WS-ST-VSAL-COUNT(WS-SHOW-COUNT).
005110     MOVE ZERO TO WS-ST-VSAL-AMOUNT(WS-SHOW-COUNT).
005120     MOVE ZERO TO WS-ST-VRED-COUNT(WS-SHOW-COUNT).
005130     MOVE ZERO TO WS-ST-VRED-AMOUNT(WS-SHOW-COUNT).
005140     MOVE ZERO TO WS-ST-VCRD-COUNT(WS-SHOW-COUNT).
005150     MOVE ZERO TO WS-ST-VCRD-AMOUNT(WS-SHOW-COUNT).
005160     MOVE ZERO TO WS-ST-IN-COUNT(WS-SHOW-COUNT).
005170     MOVE ZERO TO WS-ST-FACE-AMOUNT(WS-SHOW-COUNT).
005180     MOVE ZERO TO WS-ST-BKFE-AMOUNT(WS-SHOW-COUNT).
005190     MOVE ZERO TO WS-ST-FCFE-AMOUNT(WS-SHOW-COUNT).
005200     MOVE ZERO TO WS-ST-STAX-AMOUNT(WS-SHOW-COUNT).
005210     MOVE ZERO TO WS-ST-OUT-COUNT(WS-SHOW-COUNT).
005220     MOVE ZERO TO WS-ST-FACR-AMOUNT(WS-SHOW-COUNT).
005230     MOVE ZERO TO WS-ST-BKFR-AMOUNT(WS-SHOW-COUNT).
005240     MOVE ZERO TO WS-ST-FCFR-AMOUNT(WS-SHOW-COUNT).
005250     MOVE ZERO TO WS-ST-STXR-AMOUNT(WS-SHOW-COUNT).
005260     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
005270     MOVE WS-SHOW-COUNT TO WS-FOUND-IX.
005280     GO TO 2100-EXIT.
005290 2100-EXIT.
005300     EXIT.
005310*
005320 2110-MATCH-SHOW-ENTRY.
005330     IF WS-ST-SHOW-ID(WS-IX) = WS-POST-SHOW-ID
005340         MOVE 'Y' TO WS-ENTRY-FOUND-SW
005350         MOVE WS-IX TO WS-FOUND-IX
005360     END-IF.
005370     ADD 1 TO WS-IX.
005380     GO TO 2110-EXIT.
005390 2110-EXIT.
005400     EXIT.
005410*
005420******************************************************************
005430* 2200-GET-ROW-PRICE - price a pre-amount audit entry off
005440* ROWPRICE; a row with no price on file posts zero rather than
005450* failing the run, matching the activity report.
005460******************************************************************
005470 2200-GET-ROW-PRICE.
005480     MOVE ZERO TO WS-LINE-PRICE.
005490     MOVE AL-SHOW-ID TO RP-SHOW-ID.
005500     MOVE AL-ROW TO RP-ROW.
005510     READ ROW-PRICE-FILE
005520         INVALID KEY
005530             CONTINUE
005540         NOT INVALID KEY
005550             MOVE RP-PRICE TO WS-LINE-PRICE
005560     END-READ.
005570     GO TO 2200-EXIT.
005580 2200-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620* 2500-OPEN-LEDGER - open the payment ledger for the voucher
005630* and component postings. Without it the audit postings still
005640* go out; the run says so rather than failing the whole
005650* extract.
005660******************************************************************
005670 2500-OPEN-LEDGER.
005680     OPEN INPUT PAYMENT-LEDGER-FILE.
005690     IF WS-PAY-FILE-STATUS NOT = "00"
005700         DISPLAY "ACCT-INTERFACE-EXTRACT: PAYLEDGR NOT "
005710             "AVAILABLE, FILE STATUS " WS-PAY-FILE-STATUS
005720             " - NO VOUCHER OR COMPONENT POSTINGS"
005730         MOVE 'Y' TO WS-PAY-EOF-SW
005740         GO TO 2500-EXIT
005750     END-IF.
005760     MOVE 'Y' TO WS-PAY-OPEN-SW.
005770     GO TO 2500-EXIT.
005780 2500-EXIT.
005790     EXIT.
005800*
005810******************************************************************
005820* 2600-POST-LEDGER-RECORD - read the next payment ledger record
005830* and, for the extract date, post its voucher movement: a gift
005840* voucher sold (VSAL) to the VSAL side of the no-show row,
005850* voucher tender on a SALE or EXCH to its show's VRED side, and
005860* a RFND or EXRF paid on a credit voucher to the VCRD side.
005870* Cash and card money already reaches the ledger through the
005880* audit postings. Every SALE or EXCH record, whatever its
005890* tender, also adds its face value, fees and tax to its show's
005900* money-in components, and every RFND or EXRF to the money-out
005910* components.
005920******************************************************************
005930 2600-POST-LEDGER-RECORD.
005940     READ PAYMENT-LEDGER-FILE
005950         AT END
005960             MOVE 'Y' TO WS-PAY-EOF-SW
005970             GO TO 2600-EXIT
005980     END-READ.
005990     IF PL-DATE NOT = WS-REPORT-DATE
006000         GO TO 2600-EXIT
006010     END-IF.
006020     ADD 1 TO WS-BCTL-READ.
006030     IF PL-PAY-TYPE NOT = "VSAL"
006040         PERFORM 2610-POST-COMPONENTS THRU 2610-EXIT
006050     END-IF.
006060     IF PL-PAY-TYPE NOT = "VSAL" AND PL-TENDER-TYPE NOT = 'V'
006070         GO TO 2600-EXIT
006080     END-IF.
006090     IF PL-PAY-TYPE = "VSAL"
006100         MOVE SPACES TO WS-POST-SHOW-ID
006110     ELSE
006120         MOVE PL-SHOW-ID TO WS-POST-SHOW-ID
006130     END-IF.
006140     PERFORM 2100-FIND-SHOW-ENTRY THRU 2100-EXIT.
006150     IF NOT WS-ENTRY-FOUND
006160         GO TO 2600-EXIT
006170     END-IF.
006180     EVALUATE TRUE
006190         WHEN PL-PAY-TYPE = "VSAL"
006200             ADD 1 TO WS-ST-VSAL-COUNT(WS-FOUND-IX)
006210             ADD PL-AMOUNT TO WS-ST-VSAL-AMOUNT(WS-FOUND-IX)
006220         WHEN PL-PAY-TYPE = "SALE" OR PL-PAY-TYPE = "EXCH"
006230             ADD 1 TO WS-ST-VRED-COUNT(WS-FOUND-IX)
006240             ADD PL-AMOUNT TO WS-ST-VRED-AMOUNT(WS-FOUND-IX)
006250         WHEN PL-PAY-TYPE = "RFND" OR PL-PAY-TYPE = "EXRF"
006260             ADD 1 TO WS-ST-VCRD-COUNT(WS-FOUND-IX)
006270             ADD PL-AMOUNT TO WS-ST-VCRD-AMOUNT(WS-FOUND-IX)
006280         WHEN OTHER
006290             CONTINUE
006300     END-EVALUATE.
006310     GO TO 2600-EXIT.
006320 2600-EXIT.
006330     EXIT.
006340*
006350******************************************************************
006360* 2610-POST-COMPONENTS - add the ledger record's face value,
006370* booking fee, facility fee and sales tax to its show's
006380* money-in side (SALE, EXCH) or money-out side (RFND, EXRF).
006390******************************************************************
006400 2610-POST-COMPONENTS.
006410     IF PL-PAY-TYPE NOT = "SALE" AND PL-PAY-TYPE NOT = "EXCH"
006420         AND PL-PAY-TYPE NOT = "RFND" AND PL-PAY-TYPE NOT = "EXRF"
006430         GO TO 2610-EXIT
006440     END-IF.
006450     MOVE PL-SHOW-ID TO WS-POST-SHOW-ID.
006460     PERFORM 2100-FIND-SHOW-ENTRY THRU 2100-EXIT.
006470     IF NOT WS-ENTRY-FOUND
006480         GO TO 2610-EXIT
006490     END-IF.
006500     IF PL-PAY-TYPE = "SALE" OR PL-PAY-TYPE = "EXCH"
006510         ADD 1 TO WS-ST-IN-COUNT(WS-FOUND-IX)
006520         ADD PL-FACE-VALUE TO WS-ST-FACE-AMOUNT(WS-FOUND-IX)
006530         ADD PL-BOOKING-FEE TO WS-ST-BKFE-AMOUNT(WS-FOUND-IX)
006540         ADD PL-FACILITY-FEE TO WS-ST-FCFE-AMOUNT(WS-FOUND-IX)
006550         ADD PL-TAX-AMOUNT TO WS-ST-STAX-AMOUNT(WS-FOUND-IX)
006560     ELSE
006570         ADD 1 TO WS-ST-OUT-COUNT(WS-FOUND-IX)
006580         ADD PL-FACE-VALUE TO WS-ST-FACR-AMOUNT(WS-FOUND-IX)
006590         ADD PL-BOOKING-FEE TO WS-ST-BKFR-AMOUNT(WS-FOUND-IX)
006600         ADD PL-FACILITY-FEE TO WS-ST-FCFR-AMOUNT(WS-FOUND-IX)
006610         ADD PL-TAX-AMOUNT TO WS-ST-STXR-AMOUNT(WS-FOUND-IX)
006620     END-IF.
006630     GO TO 2610-EXIT.
006640 2610-EXIT.
006650     EXIT.
006660*
006670******************************************************************
006680* 3000-WRITE-POSTINGS - write one SALE, RFND, EXIN, EXOU, VSAL,
006690* VRED and VCRD detail record per show for each side that
006700* moved, and one record per face value, fee and tax component
006710* carrying money, then the control record carrying the detail
006720* count and the amount hash total.
006730******************************************************************
006740 3000-WRITE-POSTINGS.
006750     MOVE 1 TO WS-IX.
006760     PERFORM 3100-WRITE-SHOW-POSTINGS THRU 3100-EXIT
006770         UNTIL WS-IX > WS-SHOW-COUNT.
006780     MOVE 'C' TO GLC-RECORD-TYPE.
006790     MOVE WS-DETAIL-COUNT TO GLC-DETAIL-COUNT.
006800     MOVE WS-AMOUNT-HASH TO GLC-AMOUNT-HASH.
006810     WRITE GL-CONTROL-RECORD.
006820     GO TO 3000-EXIT.
006830 3000-EXIT.
006840     EXIT.
006850*
006860 3100-WRITE-SHOW-POSTINGS.
006870     IF WS-ST-SALE-COUNT(WS-IX) > ZERO
006880         MOVE 'D' TO GLD-RECORD-TYPE
006890         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
006900         MOVE "SALE" TO GLD-POSTING-TYPE
006910         MOVE WS-ST-SALE-COUNT(WS-IX) TO GLD-COUNT
006920         MOVE WS-ST-SALE-AMOUNT(WS-IX) TO GLD-AMOUNT
006930         WRITE GL-DETAIL-RECORD
006940         ADD 1 TO WS-DETAIL-COUNT
006950         ADD WS-ST-SALE-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
006960     END-IF.
006970     IF WS-ST-RFND-COUNT(WS-IX) > ZERO
006980         MOVE 'D' TO GLD-RECORD-TYPE
006990         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007000         MOVE "RFND" TO GLD-POSTING-TYPE
007010         MOVE WS-ST-RFND-COUNT(WS-IX) TO GLD-COUNT
007020         MOVE WS-ST-RFND-AMOUNT(WS-IX) TO GLD-AMOUNT
007030         WRITE GL-DETAIL-RECORD
007040         ADD 1 TO WS-DETAIL-COUNT
007050         ADD WS-ST-RFND-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007060     END-IF.
007070     IF WS-ST-EXIN-COUNT(WS-IX) > ZERO
007080         MOVE 'D' TO GLD-RECORD-TYPE
007090         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007100         MOVE "EXIN" TO GLD-POSTING-TYPE
007110         MOVE WS-ST-EXIN-COUNT(WS-IX) TO GLD-COUNT
007120         MOVE WS-ST-EXIN-AMOUNT(WS-IX) TO GLD-AMOUNT
007130         WRITE GL-DETAIL-RECORD
007140         ADD 1 TO WS-DETAIL-COUNT
007150         ADD WS-ST-EXIN-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007160     END-IF.
007170     IF WS-ST-EXOU-COUNT(WS-IX) > ZERO
007180         MOVE 'D' TO GLD-RECORD-TYPE
007190         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007200         MOVE "EXOU" TO GLD-POSTING-TYPE
007210         MOVE WS-ST-EXOU-COUNT(WS-IX) TO GLD-COUNT
007220         MOVE WS-ST-EXOU-AMOUNT(WS-IX) TO GLD-AMOUNT
007230         WRITE GL-DETAIL-RECORD
007240         ADD 1 TO WS-DETAIL-COUNT
007250         ADD WS-ST-EXOU-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007260     END-IF.
007270     IF WS-ST-VSAL-COUNT(WS-IX) > ZERO
007280         MOVE 'D' TO GLD-RECORD-TYPE
007290         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007300         MOVE "VSAL" TO GLD-POSTING-TYPE
007310         MOVE WS-ST-VSAL-COUNT(WS-IX) TO GLD-COUNT
007320         MOVE WS-ST-VSAL-AMOUNT(WS-IX) TO GLD-AMOUNT
007330         WRITE GL-DETAIL-RECORD
007340         ADD 1 TO WS-DETAIL-COUNT
007350         ADD WS-ST-VSAL-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007360     END-IF.
007370     IF WS-ST-VRED-COUNT(WS-IX) > ZERO
007380         MOVE 'D' TO GLD-RECORD-TYPE
007390         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007400         MOVE "VRED" TO GLD-POSTING-TYPE
007410         MOVE WS-ST-VRED-COUNT(WS-IX) TO GLD-COUNT
007420         MOVE WS-ST-VRED-AMOUNT(WS-IX) TO GLD-AMOUNT
007430         WRITE GL-DETAIL-RECORD
007440         ADD 1 TO WS-DETAIL-COUNT
007450         ADD WS-ST-VRED-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007460     END-IF.
007470     IF WS-ST-VCRD-COUNT(WS-IX) > ZERO
007480         MOVE 'D' TO GLD-RECORD-TYPE
007490         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007500         MOVE "VCRD" TO GLD-POSTING-TYPE
007510         MOVE WS-ST-VCRD-COUNT(WS-IX) TO GLD-COUNT
007520         MOVE WS-ST-VCRD-AMOUNT(WS-IX) TO GLD-AMOUNT
007530         WRITE GL-DETAIL-RECORD
007540         ADD 1 TO WS-DETAIL-COUNT
007550         ADD WS-ST-VCRD-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007560     END-IF.
007570     IF WS-ST-FACE-AMOUNT(WS-IX) > ZERO
007580         MOVE 'D' TO GLD-RECORD-TYPE
007590         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007600         MOVE "FACE" TO GLD-POSTING-TYPE
007610         MOVE WS-ST-IN-COUNT(WS-IX) TO GLD-COUNT
007620         MOVE WS-ST-FACE-AMOUNT(WS-IX) TO GLD-AMOUNT
007630         WRITE GL-DETAIL-RECORD
007640         ADD 1 TO WS-DETAIL-COUNT
007650         ADD WS-ST-FACE-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007660     END-IF.
007670     IF WS-ST-BKFE-AMOUNT(WS-IX) > ZERO
007680         MOVE 'D' TO GLD-RECORD-TYPE
007690         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007700         MOVE "BKFE" TO GLD-POSTING-TYPE
007710         MOVE WS-ST-IN-COUNT(WS-IX) TO GLD-COUNT
007720         MOVE WS-ST-BKFE-AMOUNT(WS-IX) TO GLD-AMOUNT
007730         WRITE GL-DETAIL-RECORD
007740         ADD 1 TO WS-DETAIL-COUNT
007750         ADD WS-ST-BKFE-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007760     END-IF.
007770     IF WS-ST-FCFE-AMOUNT(WS-IX) > ZERO
007780         MOVE 'D' TO GLD-RECORD-TYPE
007790         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007800         MOVE "FCFE" TO GLD-POSTING-TYPE
007810         MOVE WS-ST-IN-COUNT(WS-IX) TO GLD-COUNT
007820         MOVE WS-ST-FCFE-AMOUNT(WS-IX) TO GLD-AMOUNT
007830         WRITE GL-DETAIL-RECORD
007840         ADD 1 TO WS-DETAIL-COUNT
007850         ADD WS-ST-FCFE-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007860     END-IF.
007870     IF WS-ST-STAX-AMOUNT(WS-IX) > ZERO
007880         MOVE 'D' TO GLD-RECORD-TYPE
007890         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
007900         MOVE "STAX" TO GLD-POSTING-TYPE
007910         MOVE WS-ST-IN-COUNT(WS-IX) TO GLD-COUNT
007920         MOVE WS-ST-STAX-AMOUNT(WS-IX) TO GLD-AMOUNT
007930         WRITE GL-DETAIL-RECORD
007940         ADD 1 TO WS-DETAIL-COUNT
007950         ADD WS-ST-STAX-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
007960     END-IF.
007970     IF WS-ST-FACR-AMOUNT(WS-IX) > ZERO
007980         MOVE 'D' TO GLD-RECORD-TYPE
007990         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
008000         MOVE "FACR" TO GLD-POSTING-TYPE
008010         MOVE WS-ST-OUT-COUNT(WS-IX) TO GLD-COUNT
008020         MOVE WS-ST-FACR-AMOUNT(WS-IX) TO GLD-AMOUNT
008030         WRITE GL-DETAIL-RECORD
008040         ADD 1 TO WS-DETAIL-COUNT
008050         ADD WS-ST-FACR-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
008060     END-IF.
008070     IF WS-ST-BKFR-AMOUNT(WS-IX) > ZERO
008080         MOVE 'D' TO GLD-RECORD-TYPE
008090         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
008100         MOVE "BKFR" TO GLD-POSTING-TYPE
008110         MOVE WS-ST-OUT-COUNT(WS-IX) TO GLD-COUNT
008120         MOVE WS-ST-BKFR-AMOUNT(WS-IX) TO GLD-AMOUNT
008130         WRITE GL-DETAIL-RECORD
008140         ADD 1 TO WS-DETAIL-COUNT
008150         ADD WS-ST-BKFR-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
008160     END-IF.
008170     IF WS-ST-FCFR-AMOUNT(WS-IX) > ZERO
008180         MOVE 'D' TO GLD-RECORD-TYPE
008190         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
008200         MOVE "FCFR" TO GLD-POSTING-TYPE
008210         MOVE WS-ST-OUT-COUNT(WS-IX) TO GLD-COUNT
008220         MOVE WS-ST-FCFR-AMOUNT(WS-IX) TO GLD-AMOUNT
008230         WRITE GL-DETAIL-RECORD
008240         ADD 1 TO WS-DETAIL-COUNT
008250         ADD WS-ST-FCFR-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
008260     END-IF.
008270     IF WS-ST-STXR-AMOUNT(WS-IX) > ZERO
008280         MOVE 'D' TO GLD-RECORD-TYPE
008290         MOVE WS-ST-SHOW-ID(WS-IX) TO GLD-SHOW-ID
008300         MOVE "STXR" TO GLD-POSTING-TYPE
008310         MOVE WS-ST-OUT-COUNT(WS-IX) TO GLD-COUNT
008320         MOVE WS-ST-STXR-AMOUNT(WS-IX) TO GLD-AMOUNT
008330         WRITE GL-DETAIL-RECORD
008340         ADD 1 TO WS-DETAIL-COUNT
008350         ADD WS-ST-STXR-AMOUNT(WS-IX) TO WS-AMOUNT-HASH
008360     END-IF.
008370     ADD 1 TO WS-IX.
008380     GO TO 3100-EXIT.
008390 3100-EXIT.
008400     EXIT.
008410*
008420******************************************************************
008430* 9000-TERMINATE - print the run totals, close the files, and
008440* end the run.
008450******************************************************************
008460 9000-TERMINATE.
008470     MOVE WS-DETAIL-COUNT TO WS-DETAIL-COUNT-EDIT.
008480     DISPLAY "Postings written : " WS-DETAIL-COUNT-EDIT.
008490     CLOSE AUDIT-LOG-FILE.
008500     CLOSE ROW-PRICE-FILE.
008510     CLOSE INTERFACE-FILE.
008520     IF WS-PAY-OPEN
008530         CLOSE PAYMENT-LEDGER-FILE
008540     END-IF.
008550     MOVE 'C' TO WS-BCTL-FINAL-STATUS.
008560     PERFORM 9100-POST-BATCH-CONTROL THRU 9100-EXIT.
008570     GO TO 9000-EXIT.
008580 9000-EXIT.
008590     EXIT.
008600*
008610******************************************************************
008620* 9100-POST-BATCH-CONTROL - post the run's final status ('C'
008630* complete or 'F' failed, set by the caller), the end time and
008640* the control totals to this job's BATCHCTL record. Nothing is
008650* posted for a run that never got as far as posting itself
008660* running.
008670******************************************************************
008680 9100-POST-BATCH-CONTROL.
008690     IF NOT WS-BCTL-POSTED
008700         GO TO 9100-EXIT
008710     END-IF.
008720     OPEN I-O BATCH-CONTROL-FILE.
008730     IF WS-BCTL-FILE-STATUS NOT = "00"
008740         DISPLAY "ACCT-INTERFACE-EXTRACT: BATCHCTL NOT "
008750             "AVAILABLE, FILE STATUS " WS-BCTL-FILE-STATUS
008760             " - RUN STATUS NOT POSTED"
008770         MOVE 16 TO RETURN-CODE
008780         GO TO 9100-EXIT
008790     END-IF.
008800     MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE.
008810     MOVE WS-BCTL-JOB TO BC-JOB-NAME.
008820     READ BATCH-CONTROL-FILE
008830         INVALID KEY
008840             MOVE 'N' TO WS-BCTL-ON-FILE-SW
008850             MOVE ZERO TO BC-START-DATE
008860             MOVE ZERO TO BC-START-TIME
008870             MOVE 1 TO BC-RUN-COUNT
008880             MOVE WS-REPORT-DATE TO BC-BUSINESS-DATE
008890             MOVE WS-BCTL-JOB TO BC-JOB-NAME
008900             MOVE SPACES TO BC-OVERRIDE-ID
008910         NOT INVALID KEY
008920             MOVE 'Y' TO WS-BCTL-ON-FILE-SW
008930     END-READ.
008940     MOVE WS-BCTL-FINAL-STATUS TO BC-STATUS.
008950     ACCEPT BC-END-DATE FROM DATE.
008960     ACCEPT BC-END-TIME FROM TIME.
008970     MOVE WS-BCTL-READ TO BC-RECORDS-READ.
008980     MOVE WS-DETAIL-COUNT TO BC-RECORDS-WRITTEN.
008990     MOVE ZERO TO BC-RECORDS-REJECTED.
009000     MOVE WS-AMOUNT-HASH TO BC-CONTROL-AMOUNT.
009010     IF WS-BCTL-ON-FILE
009020         REWRITE BATCH-CONTROL-RECORD
009030     ELSE
009040         WRITE BATCH-CONTROL-RECORD
009050     END-IF.
009060     CLOSE BATCH-CONTROL-FILE.
009070     GO TO 9100-EXIT.
009080 9100-EXIT.
009090     EXIT.
009100*
009110 END PROGRAM ACCT-INTERFACE-EXTRACT.
