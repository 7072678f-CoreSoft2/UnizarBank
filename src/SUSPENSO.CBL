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

           FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Aprobacion de un segundo operador (ver PEDIRAPROB)
           77 PAMODO    PIC X(1).
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PANUM     PIC 9(6) VALUE 0.
           77 PARESUL   PIC X(1).

       PROCEDURE DIVISION.

               DISPLAY "La cuenta destino esta bloqueada."
               GO TO PEDIRMID
           END-IF.
           MOVE DNITIT TO PADNI.
           CLOSE CUENTASFILE.

       PEDIRAPROBACION.
           *> Por encima del umbral, la regularizacion espera el visto
           *> bueno de un segundo supervisor (ver PEDIRAPROB y
           *> APROBAR); la aprobacion vale para ese suspenso, ese
           *> destino y ese importe.
           MOVE "P" TO PAMODO.
           MOVE "SU" TO PATIPO.
           MOVE SPACES TO PACLAVE.
           STRING MIDSUSP " " DESTCORR DELIMITED BY SIZE INTO PACLAVE.
           MOVE SUSPCANT TO PAIMPORTE.
           MOVE SPACES TO PADETALLE.
           STRING "Suspenso MID " MIDSUSP " a cuenta " DESTCORR
                  DELIMITED BY SIZE INTO PADETALLE.
           CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                   PADETALLE, PADNI, OPERACT, PANUM,
                                   PARESUL.
           CANCEL "PEDIRAPROB".
           IF PARESUL = "P"
               DISPLAY "La regularizacion necesita la aprobacion de "
                       "otro supervisor: solicitud " PANUM "."
               DISPLAY "Repitala cuando este aprobada en APROBAR."
               GO TO PEDIRMID
           END-IF.

       CALCULARMIDS.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MOVE DESTCORR TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RG" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.

           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.
           DISPLAY "Suspenso " MIDSUSP " aplicado a la cuenta "
                   DESTCORR " correctamente.".
           GO TO LISTARPEND.
