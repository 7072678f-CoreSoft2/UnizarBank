                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)
               SD ORDEREDMOV.
               01 MOVIMIENTOSRECO.
                 02 MIDO      PIC 9(9).
                 02 CONCEPTOO PIC X(40).
                 02 CANTIDADO PIC S9999999V99.
                 02 DESTINOO  PIC X(10) VALUE "".
                 02 SALDOCUENTAO    PIC S9999999V99.
                 02 NUMESPO PIC 9(6) VALUE 0.
                 02 CANTENTRO PIC 9(5) VALUE 0.
                 02 CLASEMOVO PIC X(2).
                 02 PROMOMOVO PIC X(8).
               FD ORDEREDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDEREDMOV.DAT".
                 02 CONCEPTOOF PIC X(40).
                 02 CANTIDADOF PIC S9999999V99.
                 02 DESTINOOF PIC X(10) VALUE "".
                 02 SALDOCUENTAOF    PIC S9999999V99.
                 02 NUMESPOF PIC 9(6) VALUE 0.
                 02 CANTENTROF PIC 9(5) VALUE 0.
                 02 CLASEMOVOF PIC X(2).
                 02 PROMOMOVOF PIC X(8).

                 
       WORKING-STORAGE SECTION.
                MOVE NUMESP TO NUMESPO.
                MOVE CANTENTR TO CANTENTRO.
                MOVE CLASEMOV TO CLASEMOVO.
                MOVE PROMOMOV TO PROMOMOVO.
                RELEASE MOVIMIENTOSRECO.
                GO TO LEER1.
            FIN-CAR.
                MOVE NUMESPO TO NUMESPOF.
                MOVE CANTENTRO TO CANTENTROF.
                MOVE CLASEMOVO TO CLASEMOVOF.
                MOVE PROMOMOVO TO PROMOMOVOF.
                WRITE MOVIMIENTOSRECOF.
                ADD 1 TO MKEY GIVING MKEY.
                GO TO COPIAF.
