               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

	       FD MOVIMIENTOSFILE
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

       WORKING-STORAGE SECTION.
           77 FSCU         PIC XX.
           77 EOF          PIC X VALUE "N".
           77 EOFMOV       PIC X VALUE "N".
           77 ENCONTRADO   PIC X VALUE "N".
           77 ULTSALDO     PIC S9999999V99.
           77 REVISADOS    PIC 9(5) VALUE 0.
           77 DISCREPANCIAS PIC 9(5) VALUE 0.
           77 FECHACT      PIC 9(6).
