000010******************************************************************
000020* PROGRAM:     FILE-CONVERSION
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:     One-off cutover step, run once when the voucher,
000080*              fee split and shift hours changes go live. The
000090*              payment ledger and the operator master have both
000100*              grown, and every program now reads them at the
000110*              new length, so the files already on hand must be
000120*              rewritten before anything else runs:
000130*              - PAYLEDGR goes from 52 to 90 bytes. The voucher
000140*                number is left blank, and the whole of PL-AMOUNT
000150*                is taken as face value, because the old records
000160*                never split out fees or tax.
000170*              - OPERMAST goes from 17 to 25 bytes. Shift start
000180*                and end are zero, which means no set hours, so
000190*                no operator is flagged until a supervisor keys
000200*                their hours.
000210*              - SEATCHKP, SEAT-BATCH-UPDATE's checkpoint, has
000220*                grown as well. It is recreated here empty, and
000230*                the next batch update takes that as a fresh
000240*                run.
000250*              Nothing is carried forward into the new checkpoint,
000260*              so the last batch update before cutover must have
000270*              completed. A run that cannot convert either file
000280*              in full ends with RC 16.
000290* TECTONICS:   cobc
000300******************************************************************
000310* MODIFICATION HISTORY
000320*  DATE       INIT DESCRIPTION
000330*  15/10/2026 AG   Original ledger, operator master and
000340*                  checkpoint cutover conversion.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. FILE-CONVERSION.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OLD-LEDGER-FILE ASSIGN TO "PAYLOLD"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-OLDPAY-FILE-STATUS.
000440     SELECT PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDGR"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-PAY-FILE-STATUS.
000470     SELECT OLD-OPERATOR-FILE ASSIGN TO "OPEROLD"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-OLDOPER-FILE-STATUS.
000500     SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OP-OPERATOR-ID
000540         FILE STATUS IS WS-OPER-FILE-STATUS.
000550     SELECT RESTART-FILE ASSIGN TO "SEATCHKP"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CHKP-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600******************************************************************
000610* The old ledger and operator master layouts, as they stood
000620* before PL-VOUCHER-NUMBER, the fee and tax split and the
000630* operator shift hours were added.
000640******************************************************************
000650 FD  OLD-LEDGER-FILE.
000660 01  OLD-LEDGER-RECORD.
000670     05 OL-DATE                  PIC 9(06).
000680     05 OL-TIME                  PIC 9(08).
000690     05 OL-SHOW-ID               PIC X(04).
000700     05 OL-ROW                   PIC 9(02).
000710     05 OL-SEAT                  PIC 9(02).
000720     05 OL-PAY-TYPE              PIC X(04).
000730     05 OL-TENDER-TYPE           PIC X(01).
000740     05 OL-AMOUNT                PIC 9(05)V99.
000750     05 OL-OPERATOR-ID           PIC X(08).
000760     05 OL-TICKET-NUMBER         PIC X(10).
000770 FD  PAYMENT-LEDGER-FILE.
000780     COPY PAYLEDGR.
000790 FD  OLD-OPERATOR-FILE.
000800 01  OLD-OPERATOR-RECORD.
000810     05 OO-OPERATOR-ID           PIC X(08).
000820     05 OO-PASSWORD              PIC X(08).
000830     05 OO-ROLE                  PIC X(01).
000840 FD  OPERATOR-MASTER-FILE.
000850     COPY OPERMSTR.
000860******************************************************************
000870* The checkpoint is only ever created empty here; its layout
000880* belongs to SEAT-BATCH-UPDATE.
000890******************************************************************
000900 FD  RESTART-FILE.
000910 01  RESTART-RECORD              PIC X(38).
000920 WORKING-STORAGE SECTION.
000930 01  WS-OLDPAY-FILE-STATUS       PIC X(02).
000940 01  WS-PAY-FILE-STATUS          PIC X(02).
000950 01  WS-OLDOPER-FILE-STATUS      PIC X(02).
000960 01  WS-OPER-FILE-STATUS         PIC X(02).
000970 01  WS-CHKP-FILE-STATUS         PIC X(02).
000980 01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
000990     88 WS-LEDGER-EOF                        VALUE 'Y'.
001000 01  WS-OPER-EOF-SW              PIC X(01) VALUE 'N'.
001010     88 WS-OPER-EOF                          VALUE 'Y'.
001020 01  WS-RUN-TOTALS.
001030     05 WS-LEDGER-CONVERTED      PIC 9(07) COMP VALUE ZERO.
001040     05 WS-OPER-CONVERTED        PIC 9(07) COMP VALUE ZERO.
001050     05 WS-OPER-DUPLICATE        PIC 9(07) COMP VALUE ZERO.
001060     05 WS-LEDGER-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001070     05 WS-LEDGER-CONVERTED-EDIT PIC Z,ZZZ,ZZ9.
001080     05 WS-OPER-CONVERTED-EDIT   PIC Z,ZZZ,ZZ9.
001090     05 WS-OPER-DUPLICATE-EDIT   PIC Z,ZZZ,ZZ9.
001100     05 WS-LEDGER-AMOUNT-EDIT    PIC ZZZ,ZZZ,ZZ9.99.
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     DISPLAY "File Conversion".
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-CONVERT-LEDGER THRU 2000-EXIT
001160         UNTIL WS-LEDGER-EOF.
001170     PERFORM 3000-CONVERT-OPERATOR THRU 3000-EXIT
001180         UNTIL WS-OPER-EOF.
001190     PERFORM 4000-RESET-CHECKPOINT THRU 4000-EXIT.
001200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001210     STOP RUN.
001220*
001230******************************************************************
001240* 1000-INITIALIZE - open the old files for input and the new
001250* ledger and operator master for output. Any file that will not
001260* open ends the run.
001270******************************************************************
001280 1000-INITIALIZE.
001290     OPEN INPUT OLD-LEDGER-FILE.
001300     IF WS-OLDPAY-FILE-STATUS NOT = "00"
001310         DISPLAY "FILE-CONVERSION: PAYLOLD NOT AVAILABLE, "
001320             "FILE STATUS " WS-OLDPAY-FILE-STATUS
001330         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001340     END-IF.
001350     OPEN OUTPUT PAYMENT-LEDGER-FILE.
001360     IF WS-PAY-FILE-STATUS NOT = "00"
001370         DISPLAY "FILE-CONVERSION: PAYLEDGR NOT AVAILABLE, "
001380             "FILE STATUS " WS-PAY-FILE-STATUS
001390         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001400     END-IF.
001410     OPEN INPUT OLD-OPERATOR-FILE.
001420     IF WS-OLDOPER-FILE-STATUS NOT = "00"
001430         DISPLAY "FILE-CONVERSION: OPEROLD NOT AVAILABLE, "
001440             "FILE STATUS " WS-OLDOPER-FILE-STATUS
001450         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001460     END-IF.
001470     OPEN OUTPUT OPERATOR-MASTER-FILE.
001480     IF WS-OPER-FILE-STATUS NOT = "00"
001490         DISPLAY "FILE-CONVERSION: OPERMAST NOT AVAILABLE, "
001500             "FILE STATUS " WS-OPER-FILE-STATUS
001510         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
001520     END-IF.
001530     GO TO 1000-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560*
001570******************************************************************
001580* 1090-ABORT-RUN - a file could not be converted in full. The
001590* old copies are only ever read, so this step can be rerun once
001600* the fault is cleared and its new files removed. End with a
001610* return code the scheduler will stop on.
001620******************************************************************
001630 1090-ABORT-RUN.
001640     DISPLAY "FILE-CONVERSION: RUN ABORTED - FILES NOT CONVERTED".
001650     MOVE 16 TO RETURN-CODE.
001660     STOP RUN.
001670 1090-EXIT.
001680     EXIT.
001690*
001700******************************************************************
001710* 2000-CONVERT-LEDGER - rewrite the next old ledger record at the
001720* new length. The whole amount is face value, so the breakdown
001730* still adds back up to PL-AMOUNT, as it does on every record
001740* written since.
001750******************************************************************
001760 2000-CONVERT-LEDGER.
001770     READ OLD-LEDGER-FILE
001780         AT END
001790             MOVE 'Y' TO WS-LEDGER-EOF-SW
001800             GO TO 2000-EXIT
001810     END-READ.
001820     MOVE OL-DATE TO PL-DATE.
001830     MOVE OL-TIME TO PL-TIME.
001840     MOVE OL-SHOW-ID TO PL-SHOW-ID.
001850     MOVE OL-ROW TO PL-ROW.
001860     MOVE OL-SEAT TO PL-SEAT.
001870     MOVE OL-PAY-TYPE TO PL-PAY-TYPE.
001880     MOVE OL-TENDER-TYPE TO PL-TENDER-TYPE.
001890     MOVE OL-AMOUNT TO PL-AMOUNT.
001900     MOVE OL-OPERATOR-ID TO PL-OPERATOR-ID.
001910     MOVE OL-TICKET-NUMBER TO PL-TICKET-NUMBER.
001920     MOVE SPACES TO PL-VOUCHER-NUMBER.
001930     MOVE OL-AMOUNT TO PL-FACE-VALUE.
001940     MOVE ZERO TO PL-BOOKING-FEE.
001950     MOVE ZERO TO PL-FACILITY-FEE.
001960     MOVE ZERO TO PL-TAX-AMOUNT.
001970     WRITE PAYMENT-LEDGER-RECORD.
001980     IF WS-PAY-FILE-STATUS NOT = "00"
001990         DISPLAY "FILE-CONVERSION: PAYLEDGR WRITE FAILED, "
002000             "FILE STATUS " WS-PAY-FILE-STATUS
002010         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002020     END-IF.
002030     ADD 1 TO WS-LEDGER-CONVERTED.
002040     ADD OL-AMOUNT TO WS-LEDGER-AMOUNT.
002050     GO TO 2000-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080*
002090******************************************************************
002100* 3000-CONVERT-OPERATOR - rewrite the next old operator record
002110* with no set shift hours. A duplicate operator ID on the old
002120* copy keeps the first record and is counted; any other write
002130* failure ends the run.
002140******************************************************************
002150 3000-CONVERT-OPERATOR.
002160     READ OLD-OPERATOR-FILE
002170         AT END
002180             MOVE 'Y' TO WS-OPER-EOF-SW
002190             GO TO 3000-EXIT
002200     END-READ.
002210     MOVE OO-OPERATOR-ID TO OP-OPERATOR-ID.
002220     MOVE OO-PASSWORD TO OP-PASSWORD.
002230     MOVE OO-ROLE TO OP-ROLE.
002240     MOVE ZERO TO OP-SHIFT-START.
002250     MOVE ZERO TO OP-SHIFT-END.
002260     WRITE OPERATOR-MASTER-RECORD
002270         INVALID KEY
002280             CONTINUE
002290     END-WRITE.
002300     IF WS-OPER-FILE-STATUS = "22"
002310         DISPLAY "FILE-CONVERSION: DUPLICATE OPERATOR "
002320             OO-OPERATOR-ID " SKIPPED"
002330         ADD 1 TO WS-OPER-DUPLICATE
002340         GO TO 3000-EXIT
002350     END-IF.
002360     IF WS-OPER-FILE-STATUS NOT = "00"
002370         DISPLAY "FILE-CONVERSION: OPERMAST WRITE FAILED, "
002380             "FILE STATUS " WS-OPER-FILE-STATUS
002390         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002400     END-IF.
002410     ADD 1 TO WS-OPER-CONVERTED.
002420     GO TO 3000-EXIT.
002430 3000-EXIT.
002440     EXIT.
002450*
002460******************************************************************
002470* 4000-RESET-CHECKPOINT - close the converted files, then create
002480* the batch update checkpoint empty at its new length.
002490******************************************************************
002500 4000-RESET-CHECKPOINT.
002510     CLOSE OLD-LEDGER-FILE.
002520     CLOSE PAYMENT-LEDGER-FILE.
002530     IF WS-PAY-FILE-STATUS NOT = "00"
002540         DISPLAY "FILE-CONVERSION: PAYLEDGR CLOSE FAILED, "
002550             "FILE STATUS " WS-PAY-FILE-STATUS
002560         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002570     END-IF.
002580     CLOSE OLD-OPERATOR-FILE.
002590     CLOSE OPERATOR-MASTER-FILE.
002600     IF WS-OPER-FILE-STATUS NOT = "00"
002610         DISPLAY "FILE-CONVERSION: OPERMAST CLOSE FAILED, "
002620             "FILE STATUS " WS-OPER-FILE-STATUS
002630         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002640     END-IF.
002650     OPEN OUTPUT RESTART-FILE.
002660     IF WS-CHKP-FILE-STATUS NOT = "00"
002670         DISPLAY "FILE-CONVERSION: SEATCHKP NOT AVAILABLE, "
002680             "FILE STATUS " WS-CHKP-FILE-STATUS
002690         PERFORM 1090-ABORT-RUN THRU 1090-EXIT
002700     END-IF.
002710     CLOSE RESTART-FILE.
002720     GO TO 4000-EXIT.
002730 4000-EXIT.
002740     EXIT.
002750*
002760******************************************************************
002770* 9000-TERMINATE - print the run totals and end the run. The
002780* ledger amount total is there to prove against the old file.
002790******************************************************************
002800 9000-TERMINATE.
002810     MOVE WS-LEDGER-CONVERTED TO WS-LEDGER-CONVERTED-EDIT.
002820     MOVE WS-LEDGER-AMOUNT TO WS-LEDGER-AMOUNT-EDIT.
002830     MOVE WS-OPER-CONVERTED TO WS-OPER-CONVERTED-EDIT.
002840     MOVE WS-OPER-DUPLICATE TO WS-OPER-DUPLICATE-EDIT.
002850     DISPLAY "Ledger records converted  : "
002860         WS-LEDGER-CONVERTED-EDIT.
002870     DISPLAY "Ledger amount converted   : "
002880         WS-LEDGER-AMOUNT-EDIT.
002890     DISPLAY "Operators converted       : "
002900         WS-OPER-CONVERTED-EDIT.
002910     DISPLAY "Duplicate operators       : "
002920         WS-OPER-DUPLICATE-EDIT.
002930     GO TO 9000-EXIT.
002940 9000-EXIT.
002950     EXIT.
002960*
002970 END PROGRAM FILE-CONVERSION.
