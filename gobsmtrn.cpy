000050*    R EXPANDS A RECURRING PATTERN (DAILY, WEEKDAY, MONTH-END)
000060*    INTO DATED ROWS MT-DAYS-AHEAD DAYS FORWARD FROM
000070*    MT-SCHED-DATE (OR FROM TODAY WHEN THE DATE IS ZERO).
000072*    MT-REQUESTED-BY NAMES WHO ASKED FOR THE CHANGE; IT IS
000074*    CARRIED ONTO THE GOBSCHGL CHANGE LOG.
000080 01  GOBS-MTRN-RECORD.
000090     05  MT-ACTION               PIC X(01).
000100         88  MT-ACTION-ADD           VALUE "A".
000244*    ROW BY AN ADD, CHANGE, OR RECUR.  ZERO MEANS NO WINDOW.
000246     05  MT-OPEN-TIME            PIC 9(04).
000248     05  MT-CLOSE-TIME           PIC 9(04).
000249     05  MT-REQUESTED-BY         PIC X(08).
000250     05  FILLER                  PIC X(04).
