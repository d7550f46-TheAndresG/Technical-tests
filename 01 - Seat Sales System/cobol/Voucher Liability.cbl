000010******************************************************************
000020* PROGRAM:     VOUCHER-LIABILITY-REPORT
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     Month-end batch step - print the outstanding gift
000080*              and credit voucher liability for finance. Walks
000090*              the voucher master and lists every voucher with
000100*              balance left: number, type, issue and expiry
000110*              dates, original value, remaining balance and the
000120*              patron it was issued to. A voucher past its
000130*              expiry date on the as-at date is flagged EXPIRED
000140*              and totalled apart, since the unspent balance of
000150*              an expired voucher is for finance to release
000160*              rather than a live liability. Totals by type
000170*              (gift/credit) close the report. Balances are the
000180*              ones on file when the job runs; the as-at date
000190*              only decides which vouchers count as expired.
000200* TECTONICS:   cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230*  DATE       INIT DESCRIPTION
000240*  15/10/2026 AG   Original voucher liability report program.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. VOUCHER-LIABILITY-REPORT.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VOUCHER-MASTER-FILE ASSIGN TO "VOUCHMST"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS VC-VOUCHER-NUMBER
000350         FILE STATUS IS WS-VCH-FILE-STATUS.
000360     SELECT LIABILITY-REPORT ASSIGN TO "VCHLRPT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-RPT-FILE-STATUS.
000390     SELECT REPORT-PARM-FILE ASSIGN TO "VCHPARM"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  VOUCHER-MASTER-FILE.
000450     COPY VOUCHMST.
000460 FD  LIABILITY-REPORT.
000470 01  REPORT-LINE                 PIC X(132).
000480 FD  REPORT-PARM-FILE.
000490 01  REPORT-PARM-RECORD.
000500     05 VP-REPORT-DATE           PIC 9(08).
000510 WORKING-STORAGE SECTION.
000520 01  WS-VCH-FILE-STATUS          PIC X(02).
000530 01  WS-RPT-FILE-STATUS          PIC X(02).
000540 01  WS-PARM-FILE-STATUS         PIC X(02).
000550 01  WS-VCH-EOF-SW               PIC X(01) VALUE 'N'.
000560     88 WS-VCH-EOF                           VALUE 'Y'.
000570 01  WS-EXPIRED-SW               PIC X(01) VALUE 'N'.
000580     88 WS-EXPIRED                           VALUE 'Y'.
000590 01  WS-REPORT-DATE              PIC 9(08) VALUE ZERO.
000600 01  WS-PRINT-FIELDS.
000610     05 WS-TYPE-TEXT             PIC X(06).
000620     05 WS-ORIGINAL-EDIT         PIC ZZ,ZZ9.99.
000630     05 WS-BALANCE-EDIT          PIC ZZ,ZZ9.99.
000640     05 WS-COUNT-EDIT            PIC ZZ,ZZ9.
000650     05 WS-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
000660******************************************************************
000670* Count and balance of the vouchers with money left on them, by
000680* type and by whether they are still live on the as-at date.
000690******************************************************************
000700 01  WS-LIABILITY-TOTALS.
000710     05 WS-LIVE-GIFT-COUNT       PIC 9(05) COMP VALUE ZERO.
000720     05 WS-LIVE-GIFT-AMOUNT      PIC 9(09)V99 VALUE ZERO.
000730     05 WS-LIVE-CREDIT-COUNT     PIC 9(05) COMP VALUE ZERO.
000740     05 WS-LIVE-CREDIT-AMOUNT    PIC 9(09)V99 VALUE ZERO.
000750     05 WS-EXP-GIFT-COUNT        PIC 9(05) COMP VALUE ZERO.
000760     05 WS-EXP-GIFT-AMOUNT       PIC 9(09)V99 VALUE ZERO.
000770     05 WS-EXP-CREDIT-COUNT      PIC 9(05) COMP VALUE ZERO.
000780     05 WS-EXP-CREDIT-AMOUNT     PIC 9(09)V99 VALUE ZERO.
000790     05 WS-SPENT-COUNT           PIC 9(05) COMP VALUE ZERO.
000800     05 WS-SUM-COUNT             PIC 9(05) COMP VALUE ZERO.
000810     05 WS-SUM-AMOUNT            PIC 9(09)V99 VALUE ZERO.
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840     DISPLAY "Voucher Liability Report".
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2000-CHECK-VOUCHER THRU 2000-EXIT
000870         UNTIL WS-VCH-EOF.
000880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000890     STOP RUN.
000900*
000910******************************************************************
000920* 1000-INITIALIZE - settle the as-at date (today by default, the
000930* month-end the job is run for; VCHPARM overrides it), open the
000940* files, print the headings and position at the first voucher.
000950******************************************************************
000960 1000-INITIALIZE.
000970     OPEN INPUT REPORT-PARM-FILE.
000980     IF WS-PARM-FILE-STATUS = "00"
000990         READ REPORT-PARM-FILE
001000             AT END
001010                 CONTINUE
001020             NOT AT END
001030                 IF VP-REPORT-DATE IS NUMERIC
001040                     AND VP-REPORT-DATE > 0
001050                     MOVE VP-REPORT-DATE TO WS-REPORT-DATE
001060                 END-IF
001070         END-READ
001080         CLOSE REPORT-PARM-FILE
001090     END-IF.
001100     IF WS-REPORT-DATE = ZERO
001110         ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
001120     END-IF.
001130     OPEN OUTPUT LIABILITY-REPORT.
001140     MOVE SPACES TO REPORT-LINE.
001150     STRING "OUTSTANDING VOUCHER LIABILITY AS AT "
001160                DELIMITED BY SIZE
001170            WS-REPORT-DATE DELIMITED BY SIZE
001180         INTO REPORT-LINE.
001190     WRITE REPORT-LINE.
001200     OPEN INPUT VOUCHER-MASTER-FILE.
001210     IF WS-VCH-FILE-STATUS NOT = "00"
001220         DISPLAY "VOUCHER-LIABILITY-REPORT: VOUCHMST NOT "
001230             "AVAILABLE, FILE STATUS " WS-VCH-FILE-STATUS
001240         MOVE "NO VOUCHER FILE - NOTHING TO REPORT"
001250             TO REPORT-LINE
001260         WRITE REPORT-LINE
001270         CLOSE LIABILITY-REPORT
001280         STOP RUN
001290     END-IF.
001300     MOVE SPACES TO REPORT-LINE.
001310     WRITE REPORT-LINE.
001320     MOVE SPACES TO REPORT-LINE.
001330     STRING "  VOUCHER    TYPE   ISSUED   EXPIRES     "
001340                DELIMITED BY SIZE
001350            "ORIGINAL   BALANCE PATRON" DELIMITED BY SIZE
001360         INTO REPORT-LINE.
001370     WRITE REPORT-LINE.
001380     MOVE LOW-VALUES TO VC-VOUCHER-NUMBER.
001390     START VOUCHER-MASTER-FILE
001400         KEY IS NOT LESS THAN VC-VOUCHER-NUMBER
001410         INVALID KEY MOVE 'Y' TO WS-VCH-EOF-SW
001420     END-START.
001430     GO TO 1000-EXIT.
001440 1000-EXIT.
001450     EXIT.
001460*
001470******************************************************************
001480* 2000-CHECK-VOUCHER - read the next voucher and, when it still
001490* has balance, list it and add it to the live or expired totals
001500* for its type. Vouchers spent to nothing are only counted.
001510******************************************************************
001520 2000-CHECK-VOUCHER.
001530     READ VOUCHER-MASTER-FILE NEXT RECORD
001540         AT END
001550             MOVE 'Y' TO WS-VCH-EOF-SW
001560             GO TO 2000-EXIT
001570     END-READ.
001580     IF VC-BALANCE = ZERO
001590         ADD 1 TO WS-SPENT-COUNT
001600         GO TO 2000-EXIT
001610     END-IF.
001620     IF VC-EXPIRY-DATE < WS-REPORT-DATE
001630         MOVE 'Y' TO WS-EXPIRED-SW
001640     ELSE
001650         MOVE 'N' TO WS-EXPIRED-SW
001660     END-IF.
001670     EVALUATE TRUE
001680         WHEN VC-VOUCHER-TYPE = 'G' AND NOT WS-EXPIRED
001690             ADD 1 TO WS-LIVE-GIFT-COUNT
001700             ADD VC-BALANCE TO WS-LIVE-GIFT-AMOUNT
001710         WHEN VC-VOUCHER-TYPE = 'G'
001720             ADD 1 TO WS-EXP-GIFT-COUNT
001730             ADD VC-BALANCE TO WS-EXP-GIFT-AMOUNT
001740         WHEN NOT WS-EXPIRED
001750             ADD 1 TO WS-LIVE-CREDIT-COUNT
001760             ADD VC-BALANCE TO WS-LIVE-CREDIT-AMOUNT
001770         WHEN OTHER
001780             ADD 1 TO WS-EXP-CREDIT-COUNT
001790             ADD VC-BALANCE TO WS-EXP-CREDIT-AMOUNT
001800     END-EVALUATE.
001810     PERFORM 2100-PRINT-VOUCHER THRU 2100-EXIT.
001820     GO TO 2000-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850*
001860 2100-PRINT-VOUCHER.
001870     IF VC-VOUCHER-TYPE = 'G'
001880         MOVE "GIFT  " TO WS-TYPE-TEXT
001890     ELSE
001900         MOVE "CREDIT" TO WS-TYPE-TEXT
001910     END-IF.
001920     MOVE VC-ORIGINAL-VALUE TO WS-ORIGINAL-EDIT.
001930     MOVE VC-BALANCE TO WS-BALANCE-EDIT.
001940     MOVE SPACES TO REPORT-LINE.
001950     STRING "  " DELIMITED BY SIZE
001960            VC-VOUCHER-NUMBER DELIMITED BY SIZE
001970            " " DELIMITED BY SIZE
001980            WS-TYPE-TEXT DELIMITED BY SIZE
001990            " " DELIMITED BY SIZE
002000            VC-ISSUE-DATE DELIMITED BY SIZE
002010            " " DELIMITED BY SIZE
002020            VC-EXPIRY-DATE DELIMITED BY SIZE
002030            "  " DELIMITED BY SIZE
002040            WS-ORIGINAL-EDIT DELIMITED BY SIZE
002050            " " DELIMITED BY SIZE
002060            WS-BALANCE-EDIT DELIMITED BY SIZE
002070            " " DELIMITED BY SIZE
002080            VC-CUSTOMER-ID DELIMITED BY SIZE
002090         INTO REPORT-LINE.
002100     IF WS-EXPIRED
002110         MOVE "EXPIRED" TO REPORT-LINE(80:7)
002120     END-IF.
002130     WRITE REPORT-LINE.
002140     GO TO 2100-EXIT.
002150 2100-EXIT.
002160     EXIT.
002170*
002180******************************************************************
002190* 9000-TERMINATE - print the liability totals by type, live and
002200* expired, close the files, and end the run.
002210******************************************************************
002220 9000-TERMINATE.
002230     MOVE SPACES TO REPORT-LINE.
002240     WRITE REPORT-LINE.
002250     MOVE "OUTSTANDING LIABILITY" TO REPORT-LINE.
002260     WRITE REPORT-LINE.
002270     MOVE WS-LIVE-GIFT-COUNT TO WS-SUM-COUNT.
002280     MOVE WS-LIVE-GIFT-AMOUNT TO WS-SUM-AMOUNT.
002290     MOVE "  GIFT VOUCHERS        " TO REPORT-LINE.
002300     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002310     MOVE WS-LIVE-CREDIT-COUNT TO WS-SUM-COUNT.
002320     MOVE WS-LIVE-CREDIT-AMOUNT TO WS-SUM-AMOUNT.
002330     MOVE "  CREDIT VOUCHERS      " TO REPORT-LINE.
002340     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002350     COMPUTE WS-SUM-COUNT =
002360         WS-LIVE-GIFT-COUNT + WS-LIVE-CREDIT-COUNT.
002370     COMPUTE WS-SUM-AMOUNT =
002380         WS-LIVE-GIFT-AMOUNT + WS-LIVE-CREDIT-AMOUNT.
002390     MOVE "  TOTAL OUTSTANDING    " TO REPORT-LINE.
002400     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002410     MOVE SPACES TO REPORT-LINE.
002420     WRITE REPORT-LINE.
002430     MOVE "EXPIRED WITH BALANCE" TO REPORT-LINE.
002440     WRITE REPORT-LINE.
002450     MOVE WS-EXP-GIFT-COUNT TO WS-SUM-COUNT.
002460     MOVE WS-EXP-GIFT-AMOUNT TO WS-SUM-AMOUNT.
002470     MOVE "  GIFT VOUCHERS        " TO REPORT-LINE.
002480     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002490     MOVE WS-EXP-CREDIT-COUNT TO WS-SUM-COUNT.
002500     MOVE WS-EXP-CREDIT-AMOUNT TO WS-SUM-AMOUNT.
002510     MOVE "  CREDIT VOUCHERS      " TO REPORT-LINE.
002520     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002530     COMPUTE WS-SUM-COUNT =
002540         WS-EXP-GIFT-COUNT + WS-EXP-CREDIT-COUNT.
002550     COMPUTE WS-SUM-AMOUNT =
002560         WS-EXP-GIFT-AMOUNT + WS-EXP-CREDIT-AMOUNT.
002570     MOVE "  TOTAL EXPIRED        " TO REPORT-LINE.
002580     PERFORM 9100-PRINT-TOTAL-LINE THRU 9100-EXIT.
002590     MOVE WS-SPENT-COUNT TO WS-COUNT-EDIT.
002600     MOVE SPACES TO REPORT-LINE.
002610     WRITE REPORT-LINE.
002620     STRING "VOUCHERS FULLY SPENT   " DELIMITED BY SIZE
002630            WS-COUNT-EDIT DELIMITED BY SIZE
002640         INTO REPORT-LINE.
002650     WRITE REPORT-LINE.
002660     COMPUTE WS-SUM-AMOUNT =
002670         WS-LIVE-GIFT-AMOUNT + WS-LIVE-CREDIT-AMOUNT.
002680     MOVE WS-SUM-AMOUNT TO WS-TOTAL-EDIT.
002690     DISPLAY "Outstanding liability : " WS-TOTAL-EDIT.
002700     CLOSE VOUCHER-MASTER-FILE.
002710     CLOSE LIABILITY-REPORT.
002720     GO TO 9000-EXIT.
002730 9000-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770* 9100-PRINT-TOTAL-LINE - finish the total line whose caption the
002780* caller left in REPORT-LINE with WS-SUM-COUNT and WS-SUM-AMOUNT.
002790******************************************************************
002800 9100-PRINT-TOTAL-LINE.
002810     MOVE WS-SUM-COUNT TO WS-COUNT-EDIT.
002820     MOVE WS-SUM-AMOUNT TO WS-TOTAL-EDIT.
002830     MOVE WS-COUNT-EDIT TO REPORT-LINE(24:6).
002840     MOVE " BALANCE " TO REPORT-LINE(30:9).
002850     MOVE WS-TOTAL-EDIT TO REPORT-LINE(39:14).
002860     WRITE REPORT-LINE.
002870     GO TO 9100-EXIT.
002880 9100-EXIT.
002890     EXIT.
002900*
002910 END PROGRAM VOUCHER-LIABILITY-REPORT.
