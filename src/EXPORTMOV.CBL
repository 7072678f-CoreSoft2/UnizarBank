                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           *> Fichero de intercambio al estilo del Cuaderno 43: una
           *> cabecera "11" con la cuenta y el saldo inicial del
                 02 CABCUENTA  PIC X(10).
                 02 CABDESDE   PIC 9(6). *> AAMMDD
                 02 CABHASTA   PIC 9(6). *> AAMMDD
                 02 CABSALDOINI PIC S9999999V99.
               01 REGDETALLE.
                 02 TIPOREGD   PIC XX. *> "22"
                 02 DETFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 DETCONCEPTO PIC X(40).
                 02 DETCANTIDAD PIC S9999999V99. *> con signo
                 02 DETSALDO   PIC S9999999V99. *> saldo tras el apunte
               01 REGTOTALES.
                 02 TIPOREGT   PIC XX. *> "33"
                 02 TOTAPUNTES PIC 9(5).
                 02 TOTDEBE    PIC 9999999V99.
                 02 TOTHABER   PIC 9999999V99.
                 02 TOTSALDOFIN PIC S9999999V99.

       WORKING-STORAGE SECTION.
           77 FSMF      PIC XX.
           77 DESDE     PIC 9(6).
           77 HASTA     PIC 9(6).
           77 FECHAMOV  PIC 9(6).
           77 SALDOINI  PIC S9999999V99 VALUE 0.
           77 SALDOFIN  PIC S9999999V99 VALUE 0.
           77 APUNTES   PIC 9(5) VALUE 0.
           77 SUMDEBE   PIC 9999999V99 VALUE 0.
           77 SUMHABER  PIC 9999999V99 VALUE 0.
