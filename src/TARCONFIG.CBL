                   VALUE OF FILE-ID IS "TARIFAS.DAT".
               01 TARIFASREC.
                 02 CLASETARIFA PIC X(1). *> T transferencia /
                                          *> E envio exterior /
                                          *> L liquidacion a
                                          *> organizadores /
                                          *> M mora de prestamos /
                                          *> D cheque devuelto
                 02 FIJO    PIC 9999V99.
                 02 PORCENT PIC 99V99.

               CLOSE TARIFASFILE
               OPEN I-O TARIFASFILE
           END-IF.
           *> La comision sobre la recaudacion que se liquida a los
           *> organizadores (ver LIQUIDAR) llego despues: si el
           *> tarifario ya existia, su clase nace tambien a cero.
           MOVE "L" TO CLASETARIFA.
           READ TARIFASFILE
               INVALID KEY
                   MOVE 0 TO FIJO
                   MOVE 0 TO PORCENT
                   WRITE TARIFASREC
           END-READ.
           *> Igual la comision de mora de los prestamos (ver
           *> COBROPREST).
           MOVE "M" TO CLASETARIFA.
           READ TARIFASFILE
               INVALID KEY
                   MOVE 0 TO FIJO
                   MOVE 0 TO PORCENT
                   WRITE TARIFASREC
           END-READ.
           *> E igual la comision por cheque devuelto (ver
           *> DEVCHEQUE).
           MOVE "D" TO CLASETARIFA.
           READ TARIFASFILE
               INVALID KEY
                   MOVE 0 TO FIJO
                   MOVE 0 TO PORCENT
                   WRITE TARIFASREC
           END-READ.

           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Configuracion del tarifario de comisiones"
                   LINE 5 COLUMN 18.
           DISPLAY "Clase (T=transferencia, E=envio exterior, "
                   "L=liquidacion," LINE 8 COLUMN 6.
           DISPLAY "       M=mora de prestamos, D=cheque devuelto): "
                   LINE 9 COLUMN 6.
           DISPLAY "F1 - Salir" LINE 24 COLUMN 50.
           ACCEPT CLASEIN LINE 9 COLUMN 56
               ON EXCEPTION GO TO CANCELAR
           END-ACCEPT.
           MOVE CLASEIN TO CLASETARIFA.
