000100*              two never drift out of step. AL-PRICE-TYPE and
000110*              AL-AMOUNT carry the price code and the actual
000120*              money moved by a RESERVE or CANCEL, so reporting
000130*              no longer has to infer the full row price. A seat
000140*              exchange logs EXCHANGE on the seat moved into and
000150*              EXCHOUT on the seat given up, each carrying its
000160*              own seat's price code and price; other actions
000170*              move no money and carry blank/zero.
000180******************************************************************
000190 01  AUDIT-LOG-RECORD.
000200     05 AL-DATE                  PIC 9(06).
000210     05 AL-TIME                  PIC 9(08).
000220     05 AL-SHOW-ID               PIC X(04).
000230     05 AL-ROW                   PIC 9(02).
000240     05 AL-SEAT                  PIC 9(02).
000250     05 AL-ACTION                PIC X(08).
000260     05 AL-OPERATOR-ID           PIC X(08).
000270     05 AL-PRICE-TYPE            PIC X(01).
000280     05 AL-AMOUNT                PIC 9(05)V99.
