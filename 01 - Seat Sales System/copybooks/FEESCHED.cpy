000010******************************************************************
000020* COPYBOOK:    FEESCHED
000030* AUTHOR:      TheAndresG
000040* INSTALLATION: BOX OFFICE SYSTEMS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     Record layout for FEE-SCHEDULE-FILE (FEESCHED),
000070*              shared between SHOW-BUILD, SEAT-SALES-SYSTEM,
000080*              SEAT-BATCH-UPDATE, SHOW-CANCEL-REFUND and
000090*              SHOW-CLOSE-OUT. COPY this member immediately
000100*              after FD FEE-SCHEDULE-FILE in every program so
000110*              they never drift out of step. One record per
000120*              show (FS-SCOPE 'S', FS-SCOPE-ID the show ID) or
000130*              per venue (FS-SCOPE 'V', FS-SCOPE-ID the venue
000140*              ID); a show's own record wins over its venue's.
000150*              The ticket price is tax-inclusive: the sales tax
000160*              is FS-TAX-RATE percent of the price before tax,
000170*              and out of what is left the booking fee and then
000180*              the facility fee are taken per ticket, never
000190*              more than is left. The rest is face value, the
000200*              promoter's money. A show with no record on
000210*              either key sells at face value throughout.
000220******************************************************************
000230 01  FEE-SCHEDULE-RECORD.
000240     05 FS-KEY.
000250         10 FS-SCOPE             PIC X(01).
000260         10 FS-SCOPE-ID          PIC X(04).
000270     05 FS-BOOKING-FEE           PIC 9(03)V99.
000280     05 FS-FACILITY-FEE          PIC 9(03)V99.
000290     05 FS-TAX-RATE              PIC 9(02)V99.
