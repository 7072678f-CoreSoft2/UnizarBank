       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTDESC.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCUBFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTADES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSDE.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

       DATA DIVISION.
       FILE SECTION.

           FD DESCUBFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DESCUBIERTOS.DAT".
               01 DESCUBREC.
                 02 CUENTADES PIC X(10).
                 02 LIMITEDES PIC 9999999V99. *> descubierto pactado
                 02 INIDES    PIC 9(6). *> AAMMDD inicio
                 02 FINDES    PIC 9(6). *> AAMMDD vencimiento
                 02 TASADES   PIC V9999. *> tipo mensual deudor

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSDE      PIC XX.
           77 FSCU      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 CUENTAIN  PIC X(10).
           77 DNIDES    PIC X(9).
           77 EXISTIA   PIC X(1).
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 LIMITEFORMA PIC Z,ZZZ,ZZ9.99.
           77 SALDOFORMA  PIC -Z,ZZZ,ZZ9.99.
           77 TASAFORMA   PIC .9999.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Conceder, cambiar o retirar una linea de descubierto
           *> queda reservado a los supervisores, igual que los
           *> limites de LIMCONFIG.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           *> Lineas de descubierto por cuenta (DESCUBIERTOS.DAT): el
           *> limite pactado, su vigencia y el tipo deudor mensual.
           *> Mientras la linea esta vigente la cuenta puede quedar
           *> en negativo hasta el limite (ver PISOSALDO); INTDESCUB
           *> carga los intereses deudores a fin de mes e INFDESC
           *> saca los excesos y las lineas vencidas.
           DISPLAY " ".
           DISPLAY "Lineas de descubierto autorizado".
           DISPLAY "1-Listar  2-Conceder/Modificar  3-Retirar  "
                   "4-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO CONCEDER
               WHEN 3
                   GO TO RETIRAR
               WHEN 4
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           MOVE 0 TO LISTADOS.
           OPEN INPUT DESCUBFILE.
           IF FSDE = "35"
               DISPLAY "No hay lineas de descubierto concedidas."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Cuenta          Limite  Inicio   Fin  Tipo".
       LEERLISTA.
           READ DESCUBFILE NEXT RECORD
               AT END GO TO FINLISTA
           END-READ.
           MOVE LIMITEDES TO LIMITEFORMA.
           MOVE TASADES TO TASAFORMA.
           DISPLAY CUENTADES " " LIMITEFORMA " " INIDES " " FINDES
                   " " TASAFORMA.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE DESCUBFILE.
           DISPLAY "Lineas concedidas: " LISTADOS.
           GO TO MAIN-PARA.

       CONCEDER.
           DISPLAY "Cuenta: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           *> Solo cuentas existentes y no cerradas (ver el CIERRE de
           *> MANTCLI) admiten linea.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No existe ninguna cuenta con ese numero."
                   GO TO MAIN-PARA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "La cuenta esta cerrada."
               GO TO MAIN-PARA
           END-IF.
           MOVE DNITIT TO DNIDES.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Saldo actual: " SALDOFORMA.

           OPEN I-O DESCUBFILE.
           IF FSDE = "35"
               OPEN OUTPUT DESCUBFILE
               CLOSE DESCUBFILE
               OPEN I-O DESCUBFILE
           END-IF.
           MOVE CUENTAIN TO CUENTADES.
           MOVE "S" TO EXISTIA.
           READ DESCUBFILE WITH LOCK
               INVALID KEY
                   MOVE "N" TO EXISTIA
                   MOVE CUENTAIN TO CUENTADES
                   MOVE 0 TO LIMITEDES
                   MOVE 0 TO INIDES
                   MOVE 0 TO FINDES
                   MOVE 0 TO TASADES
           END-READ.
           IF EXISTIA = "S"
               MOVE LIMITEDES TO LIMITEFORMA
               MOVE TASADES TO TASAFORMA
               DISPLAY "Linea actual: " LIMITEFORMA " del " INIDES
                       " al " FINDES " tipo " TASAFORMA
           END-IF.
           DISPLAY "Limite de descubierto: " WITH NO ADVANCING.
           ACCEPT LIMITEDES.
           DISPLAY "Fecha de inicio (AAMMDD): " WITH NO ADVANCING.
           ACCEPT INIDES.
           DISPLAY "Fecha de vencimiento (AAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT FINDES.
           DISPLAY "Tipo deudor mensual (p.ej. 0.0150): "
                   WITH NO ADVANCING.
           ACCEPT TASADES.
           IF LIMITEDES = 0 OR FINDES < INIDES
               DISPLAY "Datos no validos: limite a cero o vencimiento "
                       "anterior al inicio."
               IF EXISTIA = "S"
                   UNLOCK DESCUBFILE
               END-IF
               CLOSE DESCUBFILE
               GO TO MAIN-PARA
           END-IF.
           IF EXISTIA = "S"
               REWRITE DESCUBREC
               UNLOCK DESCUBFILE
               MOVE "DESCUB MODIFICADO" TO AUDITACCION
           ELSE
               WRITE DESCUBREC
               MOVE "DESCUB CONCEDIDO" TO AUDITACCION
           END-IF.
           CLOSE DESCUBFILE.
           MOVE LIMITEDES TO LIMITEFORMA.
           MOVE SPACES TO AUDITDETALLE.
           STRING CUENTADES " lim " LIMITEFORMA " vto "
                  FINDES DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Linea de descubierto registrada correctamente.".
           GO TO MAIN-PARA.

       RETIRAR.
           *> Retirar la linea no toca el saldo: si la cuenta sigue
           *> en negativo, INFDESC la sacara como descubierto sin
           *> linea hasta que se regularice.
           DISPLAY "Cuenta: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           OPEN I-O DESCUBFILE.
           IF FSDE = "35"
               DISPLAY "No hay lineas de descubierto concedidas."
               CLOSE DESCUBFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE CUENTAIN TO CUENTADES.
           READ DESCUBFILE WITH LOCK
               INVALID KEY
                   CLOSE DESCUBFILE
                   DISPLAY "Esa cuenta no tiene linea de descubierto."
                   GO TO MAIN-PARA
           END-READ.
           DELETE DESCUBFILE RECORD.
           UNLOCK DESCUBFILE.
           CLOSE DESCUBFILE.

           MOVE SPACES TO DNIDES.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DNITIT TO DNIDES
           END-READ.
           CLOSE CUENTASFILE.
           MOVE "DESCUB RETIRADO" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Cta " CUENTAIN " linea retirada"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Linea de descubierto retirada.".
           GO TO MAIN-PARA.

       AUDITAR.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA), igual que DESBLOQ: todo cambio de linea
           *> queda registrado con el supervisor que lo hizo.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTDESC" TO AUDITORIGEN.
           MOVE DNIDES TO AUDITDNI.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTDESC.
