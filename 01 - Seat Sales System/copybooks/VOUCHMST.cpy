000010******************************************************************
000020* COPYBOOK:    VOUCHMST
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     Record layout for VOUCHER-MASTER-FILE (VOUCHMST),
000070*              shared between SEAT-SALES-SYSTEM, SHOW-CANCEL-
000080*              REFUND and VOUCHER-LIABILITY-REPORT. COPY this
000090*              member immediately after FD VOUCHER-MASTER-FILE
000100*              in every program so they never drift out of
000110*              step. One record per gift voucher sold or
000120*              credit voucher issued on a refund, keyed by the
000130*              voucher number (drawn from TICKCTL, so it can
000140*              never collide with a ticket). VC-VOUCHER-TYPE
000150*              is 'G' (gift voucher sold) or 'C' (credit
000160*              issued on a refund). The dates are YYYYMMDD;
000170*              a voucher is good to the end of its expiry
000180*              date. VC-BALANCE is what is left to spend after
000190*              part-redemptions; VC-CUSTOMER-ID is the issuing
000200*              patron's CM-CUSTOMER-ID, blank when none.
000210******************************************************************
000220 01  VOUCHER-MASTER-RECORD.
000230     05 VC-VOUCHER-NUMBER        PIC X(10).
000240     05 VC-VOUCHER-TYPE          PIC X(01).
000250     05 VC-ISSUE-DATE            PIC 9(08).
000260     05 VC-EXPIRY-DATE           PIC 9(08).
000270     05 VC-ORIGINAL-VALUE        PIC 9(05)V99.
000280     05 VC-BALANCE               PIC 9(05)V99.
000290     05 VC-CUSTOMER-ID           PIC X(06).
000300     05 VC-ISSUE-OPERATOR        PIC X(08).
000310     05 VC-LAST-USED-DATE        PIC 9(08).
