                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

       WORKING-STORAGE SECTION.
           77 FSMF      PIC XX.
           77 FECHAMOV  PIC 9(6).
           77 ENCONTRADOS PIC 9(5) VALUE 0.
           77 CANTFORMAT PIC -Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

