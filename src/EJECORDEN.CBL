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
                                         *> D devuelto (INTERDEV)

       WORKING-STORAGE SECTION.
           *> Vigencia del documento del cliente (ver DOCVIGENTE)
           77 DVESTADO  PIC X(1).
           77 DVCADDOC  PIC 9(6).
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 AVIMPORTE PIC Z,ZZZ,ZZ9.99.
           77 FSOR      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 TOTALHOY  PIC 9999999V99.
           77 ORIGDNI   PIC X(9).
           77 ORIGCTA   PIC X(10).
           77 ORIGSALDO PIC S9999999V99.
           77 WRKDEST   PIC X(10).
           77 WRKCANT   PIC 9999999V99.
           77 NEWSALDOORIG PIC S9999999V99.
           77 PISO      PIC S9999999V99.
           77 LASTID    PIC 9(9).
           77 MIDORIGEN PIC 9(9).
           77 MIDDESTINO PIC 9(9).
               GO TO MARCARFALLIDA
           END-IF.
           CLOSE CUENTASFILE.
           *> Un envio al intercambio no sale con el documento del
           *> ordenante caducado y pasado el plazo de gracia, igual
           *> que en TRANSFER (ver DOCVIGENTE).
           IF ESEXTERNA = "S"
               CALL "DOCVIGENTE" USING ORIGDNI, DVESTADO, DVCADDOC
               CANCEL "DOCVIGENTE"
               IF DVESTADO = "C"
                   GO TO MARCARFALLIDA
               END-IF
           END-IF.

           MOVE 0 TO COMISION.
           IF ESEXTERNA = "S"
           READ LIMITESFILE NEXT RECORD.
           CLOSE LIMITESFILE.

           *> El piso del emisor (ver PISOSALDO) recoge el SALDOMIN
           *> y, si la cuenta tiene linea vigente, su descubierto.
           CALL "PISOSALDO" USING ORIGCTA, PISO.
           CANCEL "PISOSALDO".
           IF ORIGSALDO - WRKCANT - COMISION < PISO
               GO TO MARCARFALLIDA
           END-IF.

           SUBTRACT WRKCANT FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDOORIG.

           CALL "PISOSALDO" USING ORIGCTA, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDOORIG < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               GO TO MARCARFALLIDA
           MOVE WRKDEST TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDOORIG TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           SUBTRACT WRKCANT FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDOORIG.

           CALL "PISOSALDO" USING ORIGCTA, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDOORIG - COMISION < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               GO TO MARCARFALLIDA
           MOVE WRKDEST TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDOORIG TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "CO" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC

       MARCARFALLIDA.
           *> La orden queda marcada como fallida (saldo insuficiente,
           *> limites, cuenta bloqueada o inexistente, documento
           *> caducado) para poder reintentarla o avisar al cliente
           *> desde MANTORD.
           ADD 1 TO FALLIDAS.
           MOVE "F" TO ESTADOORD.
           REWRITE ORDENESREC.
           MOVE DNIORD TO AVDNI.
           MOVE CUENTAORD TO AVCUENTA.
           MOVE "OF" TO AVTIPO.
           MOVE ORDENID TO AVREF.
           MOVE CANTORD TO AVIMPORTE.
           MOVE SPACES TO AVTEXTO.
           STRING "Orden periodica " ORDENID " de " AVIMPORTE
                  "E no ejecutada" DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
           GO TO LEERORDEN.

       ERRCOMMIT.
