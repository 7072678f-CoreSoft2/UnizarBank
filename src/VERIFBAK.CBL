               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVBAKFILE
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10).
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6).
                 02 CANTENTR PIC 9(5).
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MCTBAKFILE
                   LABEL RECORDS ARE STANDARD
           77 EOF        PIC X VALUE "N".
           77 EOFMOV     PIC X VALUE "N".
           77 ENCONTRADO PIC X VALUE "N".
           77 ULTSALDO   PIC S9999999V99.
           77 ULTIMOBAK  PIC 9(9).
           77 CTAMOVBUSCA PIC X(10).
           77 REVISADAS  PIC 9(5) VALUE 0.
