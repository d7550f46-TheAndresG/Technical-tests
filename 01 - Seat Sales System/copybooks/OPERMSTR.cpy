000120*              and the operator master) or 'A' (agent - sells,
000130*              holds and looks up only). Passwords are stored
000140*              as keyed; there is no terminal-side hashing on
000150*              this system. OP-SHIFT-START and OP-SHIFT-END are
000160*              the operator's normal working hours (HHMM); the
000170*              nightly exception report flags activity outside
000180*              them. An end earlier than the start is a shift
000190*              that runs past midnight; both zero means no set
000200*              hours and nothing is flagged.
000210******************************************************************
000220 01  OPERATOR-MASTER-RECORD.
000230     05 OP-OPERATOR-ID           PIC X(08).
000240     05 OP-PASSWORD              PIC X(08).
000250     05 OP-ROLE                  PIC X(01).
000260     05 OP-SHIFT-START           PIC 9(04).
000270     05 OP-SHIFT-END             PIC 9(04).
