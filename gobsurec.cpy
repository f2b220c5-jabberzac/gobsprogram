000010*THIS COPYBOOK CONTAINS
000020*    THE LAYOUT OF ONE GOBSLVLG LARGE-VALUE AUDIT RECORD.  GOBS
000030*    APPENDS ONE RECORD FOR EVERY EVENT IN A HELD CARD'S LIFE -
000040*    HELD FOR APPROVAL, APPROVED, REFUSED, AN APPROVAL CARD FROM
000050*    AN OPERATOR WHO MAY NOT GIVE IT, AN APPROVAL CARD THAT COULD
000060*    NOT BE APPLIED, AND EACH NIGHT A CARD IS STILL WAITING PAST
000070*    THE SITE'S AGE LIMIT.  LV-OPER-ID IS THE OPERATOR ON THE
000080*    APPROVAL CARD (SPACES WHEN THERE IS NONE).
000090 01  GOBS-LVLG-RECORD.
000100     05  LV-SITE-ID              PIC X(05).
000110     05  LV-RUN-DATE             PIC 9(08).
000120     05  LV-RUN-TIME             PIC 9(06).
000130     05  LV-EVENT                PIC X(01).
000140         88  LV-EVENT-HELD           VALUE "Q".
000150         88  LV-EVENT-APPROVED       VALUE "A".
000160         88  LV-EVENT-REFUSED        VALUE "R".
000170         88  LV-EVENT-UNAUTHORIZED   VALUE "U".
000180         88  LV-EVENT-NOT-APPLIED    VALUE "X".
000190         88  LV-EVENT-OVERDUE        VALUE "O".
000200     05  LV-OPER-ID              PIC X(08).
000210     05  LV-CARD-DATA            PIC X(47).
000220     05  LV-QUEUE-DATE           PIC 9(08).
000230     05  LV-SUBMIT-KEY           PIC X(16).
000240     05  FILLER                  PIC X(21).
