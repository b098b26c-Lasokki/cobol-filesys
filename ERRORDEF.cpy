           VALUE "ERROR 06: NOT A FILE".
       01 ERR-QUOTA-EXCEEDED PIC X(40)
           VALUE "ERROR 07: QUOTA EXCEEDED".
       01 ERR-LEGAL-HOLD PIC X(40)
           VALUE "ERROR 08: ENTITY UNDER LEGAL HOLD".
       01 ERR-LAYOUT-VIOLATION PIC X(40)
           VALUE "ERROR 09: LINE BREAKS THE FILE LAYOUT".
