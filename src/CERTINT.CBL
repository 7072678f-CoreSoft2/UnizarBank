                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
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

           FD MOVARCHFILE
                   LABEL RECORDS ARE STANDARD
                 02 CONCEPTOAR PIC X(40).
                 02 CANTIDADAR PIC S9999999V99.
                 02 DESTINOAR  PIC X(10).
                 02 SALDOCUENTAAR    PIC S9999999V99.
                 02 NUMESPAR PIC 9(6).
                 02 CANTENTRAR PIC 9(5).
                 02 CLASEMOVAR PIC X(2).
                 02 PROMOMOVAR PIC X(8).

           *> Una linea de certificado por cliente, lista para
           *> imprimir y enviar; el nombre del fichero lleva el
