000020*    THE LAYOUT OF ONE GOBSATRN ACCOUNT-MAINTENANCE CARD READ
000030*    BY GOBSAMNT.  ACTION A ADDS AN OPEN ACCOUNT TO GOBSAMST,
000040*    C CLOSES AN EXISTING ACCOUNT, F FREEZES ONE, AND O REOPENS
000050*    A CLOSED OR FROZEN ONE.  L SETS THE ACCOUNT'S OVERDRAFT
000052*    LIMIT FROM AT-OD-LIMIT; AN ADD TAKES AT-OD-LIMIT AS THE
000054*    STARTING LIMIT WHEN IT IS FILLED IN AND ZERO WHEN IT IS
000056*    LEFT BLANK.
000060 01  GOBS-ATRN-RECORD.
000070     05  AT-ACTION               PIC X(01).
000080         88  AT-ACTION-ADD           VALUE "A".
000090         88  AT-ACTION-CLOSE         VALUE "C".
000100         88  AT-ACTION-FREEZE        VALUE "F".
000110         88  AT-ACTION-REOPEN        VALUE "O".
000115         88  AT-ACTION-LIMIT         VALUE "L".
000120         88  AT-ACTION-VALID         VALUE "A" "C" "F" "O" "L".
000130     05  AT-ACCOUNT-NO           PIC X(10).
000140     05  AT-SITE-ID              PIC X(05).
000142     05  AT-OD-LIMIT             PIC 9(07)V99.
000144     05  AT-OD-LIMIT-X REDEFINES AT-OD-LIMIT
000146                                 PIC X(09).
000147*    AT-REQUESTED-BY NAMES WHO ASKED FOR THE CHANGE; IT IS
000148*    CARRIED ONTO THE GOBSCHGL CHANGE LOG.
000149     05  AT-REQUESTED-BY         PIC X(08).
000150     05  FILLER                  PIC X(07).
