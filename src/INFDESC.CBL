       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFDESC.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT DESCUBFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTADES
           FILE STATUS IS FSDE.

       DATA DIVISION.
       FILE SECTION.

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD DESCUBFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DESCUBIERTOS.DAT".
               01 DESCUBREC.
                 02 CUENTADES PIC X(10).
                 02 LIMITEDES PIC 9999999V99. *> descubierto pactado
                 02 INIDES    PIC 9(6). *> AAMMDD inicio
                 02 FINDES    PIC 9(6). *> AAMMDD vencimiento
                 02 TASADES   PIC V9999. *> tipo mensual deudor

       WORKING-STORAGE SECTION.
           77 FSCU      PIC XX.
           77 FSDE      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           77 HAYLINEAS PIC X(1) VALUE "S".
           77 MOTIVO    PIC X(14).
           77 EXCESO    PIC 9999999V99.
           77 REVISADAS PIC 9(5) VALUE 0.
           77 INFORMADAS PIC 9(5) VALUE 0.
           77 EXCESOTOT PIC 9(9)V99 VALUE 0.
           77 SALDOFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 LIMITEFORMA PIC Z,ZZZ,ZZ9.99.
           77 EXCESOFORMA PIC Z,ZZZ,ZZ9.99.
           77 EXCESOTOTF  PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Informe de descubiertos irregulares: cuentas en
           *> negativo por debajo de su limite pactado (EXCESO, p.ej.
           *> tras el cargo de INTDESCUB), con la linea vencida o
           *> retirada (VENCIDA), o sin linea alguna (SIN LINEA). Lo
           *> que sale aqui es lo que hay que regularizar con el
           *> cliente o renovar con MANTDESC.
           ACCEPT FECHACT FROM DATE.
           DISPLAY "Informe de descubiertos irregulares del " FECHACT.
           OPEN INPUT CUENTASFILE.
           IF FSCU = "35"
               DISPLAY "No hay cuentas registradas."
               EXIT PROGRAM
           END-IF.
           OPEN INPUT DESCUBFILE.
           IF FSDE = "35"
               MOVE "N" TO HAYLINEAS
           END-IF.
           DISPLAY " ".
           DISPLAY "Cuenta     Titular          Saldo        Limite"
                   "  Motivo           Exceso".

       LEER.
           READ CUENTASFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           ADD 1 TO REVISADAS.
           IF SALDO NOT < 0
               GO TO LEER
           END-IF.

           MOVE 0 TO LIMITEDES.
           IF HAYLINEAS = "N"
               MOVE "SIN LINEA" TO MOTIVO
               GO TO INFORMAR
           END-IF.
           MOVE CUENTA TO CUENTADES.
           READ DESCUBFILE
               INVALID KEY
                   MOVE 0 TO LIMITEDES
                   MOVE "SIN LINEA" TO MOTIVO
                   GO TO INFORMAR
           END-READ.
           IF FECHACT < INIDES OR FECHACT > FINDES
               MOVE "LINEA VENCIDA" TO MOTIVO
               GO TO INFORMAR
           END-IF.
           IF SALDO + LIMITEDES < 0
               MOVE "EXCESO" TO MOTIVO
               GO TO INFORMAR
           END-IF.
           GO TO LEER.

       INFORMAR.
           *> El exceso es lo que queda por debajo del limite vigente;
           *> sin linea vigente todo el negativo es exceso.
           IF MOTIVO = "EXCESO"
               COMPUTE EXCESO = 0 - SALDO - LIMITEDES
           ELSE
               COMPUTE EXCESO = 0 - SALDO
           END-IF.
           ADD EXCESO TO EXCESOTOT.
           ADD 1 TO INFORMADAS.
           MOVE SALDO TO SALDOFORMA.
           MOVE LIMITEDES TO LIMITEFORMA.
           MOVE EXCESO TO EXCESOFORMA.
           DISPLAY CUENTA " " DNITIT " " SALDOFORMA " " LIMITEFORMA
                   "  " MOTIVO " " EXCESOFORMA.
           GO TO LEER.

       FIN.
           CLOSE CUENTASFILE.
           IF HAYLINEAS = "S"
               CLOSE DESCUBFILE
           END-IF.
           MOVE EXCESOTOT TO EXCESOTOTF.
           DISPLAY " ".
           DISPLAY "Cuentas revisadas: " REVISADAS.
           DISPLAY "Descubiertos irregulares: " INFORMADAS.
           DISPLAY "Importe total irregular: " EXCESOTOTF.
           EXIT PROGRAM.

       END PROGRAM INFDESC.
