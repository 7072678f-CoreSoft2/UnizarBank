                 02 CONCEPTOOF PIC X(40).
                 02 CANTIDADOF PIC S9999999V99.
                 02 DESTINOOF PIC X(10) VALUE "".
                 02 SALDOCUENTAOF    PIC S9999999V99.
                 02 NUMESPOF PIC 9(6) VALUE 0.
                 02 CANTENTROF PIC 9(5) VALUE 0.
                 02 CLASEMOVOF PIC X(2).
                 02 PROMOMOVOF PIC X(8).

       WORKING-STORAGE SECTION.
           01 MKEY   PIC 9999999 VALUE 1.
           77 MM2    PIC 99.
           77 HORASTR PIC X(5).
           77 CANTFORMAT PIC -Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           77 CUENTACT   PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

