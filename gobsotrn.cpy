000040*    GOBSOMST, R REVOKES AN EXISTING ONE, E REINSTATES A
000050*    REVOKED ONE, AND C REPLACES AN EXISTING OPERATOR'S
000060*    AUTHORIZATION LEVEL AND SITE LIST.  A SITE SLOT OF
000070*    "*ALL*" AUTHORIZES EVERY SITE.  OT-REQUESTED-BY NAMES WHO
000072*    ASKED FOR THE CHANGE; IT IS CARRIED ONTO THE GOBSCHGL
000074*    CHANGE LOG.  IT WIDENS THE CARD PAST THE OLD FILLER, SO A
000076*    CARD PUNCHED TO THE OLD LENGTH READS WITH IT BLANK.
000080 01  GOBS-OTRN-RECORD.
000090     05  OT-ACTION               PIC X(01).
000100         88  OT-ACTION-ADD           VALUE "A".
000160     05  OT-AUTH-LEVEL           PIC 9(01).
000170     05  OT-SITE-LIST.
000180         10  OT-AUTH-SITE        PIC X(05) OCCURS 5 TIMES.
000190     05  OT-REQUESTED-BY         PIC X(08).
