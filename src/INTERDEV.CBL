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
                 02 PORCENT PIC 99V99.

       WORKING-STORAGE SECTION.
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 AVIMPORTE PIC Z,ZZZ,ZZ9.99.
           77 FSID      PIC XX.
           77 FSEN      PIC XX.
           77 FSCU      PIC XX.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "DV" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "DV" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "SU" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
       MARCARDEVUELTA.
           *> El reabono ya esta escrito: ahora si, la orden queda
           *> marcada "D" para que la misma devolucion no pueda
           *> aplicarse dos veces. El titular de la cuenta de origen
           *> recibe aviso (ver AVISAR).
           MOVE SPACES TO AVDNI.
           MOVE DVORIGEN TO AVCUENTA.
           MOVE "DV" TO AVTIPO.
           MOVE DVDESTINO TO AVREF.
           MOVE DVCANT TO AVIMPORTE.
           MOVE SPACES TO AVTEXTO.
           STRING "Transferencia a " DVDESTINO " devuelta: "
                  AVIMPORTE "E" DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
           OPEN I-O ENVIOSFILE.
       LEERMARCA.
           READ ENVIOSFILE NEXT RECORD
