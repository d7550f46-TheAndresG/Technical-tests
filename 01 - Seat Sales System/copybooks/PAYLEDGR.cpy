000050* DATE-WRITTEN: 02/09/2026
000060* PURPOSE:     Record layout for PAYMENT-LEDGER-FILE (PAYLEDGR),
000070*              shared between SEAT-SALES-SYSTEM, SEAT-BATCH-
000080*              UPDATE, SHOW-CANCEL-REFUND, OPERATOR-CASH-UP
000090*              and ACCT-INTERFACE-EXTRACT.
000100*              COPY this member immediately after FD PAYMENT-
000110*              LEDGER-FILE in every program so they never drift
000120*              out of step. One record per payment taken or
000130*              refund given: PL-PAY-TYPE is SALE or RFND,
000140*              or for a seat exchange EXCH (price difference
000150*              collected) or EXRF (price difference refunded),
000160*              PL-TENDER-TYPE is 'C' (cash), 'D' (card), 'P'
000170*              (comp) or 'V' (voucher), and PL-AMOUNT is the
000180*              money that actually changed hands - zero for a
000190*              comp. A gift voucher sold is pay type VSAL with
000200*              no show or seat. On a voucher tender a SALE or
000210*              EXCH draws the voucher down and a RFND or EXRF
000220*              credits it; PL-VOUCHER-NUMBER names the voucher
000230*              and is blank on every other record. A sale the
000240*              voucher only part covers leaves a second record
000250*              for the rest in the tender it was collected in.
000260*              PL-FACE-VALUE, PL-BOOKING-FEE, PL-FACILITY-FEE
000270*              and PL-TAX-AMOUNT break PL-AMOUNT down under the
000280*              show's FEESCHED schedule and always add back up
000290*              to it; a refund carries the same breakdown as
000300*              the sale it reverses. An exchange difference is
000310*              face value and tax only - the ticket's fees were
000320*              taken when it was first sold - and a gift
000330*              voucher sale is all face value.
000340******************************************************************
000350 01  PAYMENT-LEDGER-RECORD.
000360     05 PL-DATE                  PIC 9(06).
000370     05 PL-TIME                  PIC 9(08).
000380     05 PL-SHOW-ID               PIC X(04).
000390     05 PL-ROW                   PIC 9(02).
000400     05 PL-SEAT                  PIC 9(02).
000410     05 PL-PAY-TYPE              PIC X(04).
000420     05 PL-TENDER-TYPE           PIC X(01).
000430     05 PL-AMOUNT                PIC 9(05)V99.
000440     05 PL-OPERATOR-ID           PIC X(08).
000450     05 PL-TICKET-NUMBER         PIC X(10).
000460     05 PL-VOUCHER-NUMBER        PIC X(10).
000470     05 PL-FACE-VALUE            PIC 9(05)V99.
000480     05 PL-BOOKING-FEE           PIC 9(05)V99.
000490     05 PL-FACILITY-FEE          PIC 9(05)V99.
000500     05 PL-TAX-AMOUNT            PIC 9(05)V99.
