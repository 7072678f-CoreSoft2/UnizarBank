       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROBFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APNUM
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAP.

           SELECT APROBCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

       DATA DIVISION.
       FILE SECTION.

           FD APROBFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "APROBACIONES.DAT".
               01 APROBREC.
                 02 APNUM     PIC 9(6).
                 02 APTIPO    PIC X(2). *> CI cierre / SU suspenso /
                                        *> RE reembolso / DB
                                        *> desbloqueo / CA reintegro
                 02 APCLAVE   PIC X(20). *> cuenta, MID... operacion
                 02 APIMPORTE PIC 9999999V99.
                 02 APDETALLE PIC X(40).
                 02 APDNI     PIC X(9). *> cliente afectado
                 02 APSOLIC   PIC X(8). *> operador que la pide
                 02 APFHSOLIC PIC 9999999999. *> AAMMDDHHMM
                 02 APEST     PIC X(1). *> P pendiente / A aprobada /
                                        *> R rechazada / X ejecutada
                 02 APDECIDE  PIC X(8). *> supervisor que decide
                 02 APFHDEC   PIC 9999999999. *> AAMMDDHHMM
                 02 APMOTIVO  PIC X(30). *> motivo del rechazo
                 02 APEJEC    PIC X(8). *> operador que la ejecuta
                 02 APFHEJEC  PIC 9999999999. *> AAMMDDHHMM

           FD APROBCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "APROBCFG.DAT".
               01 APROBCFGREC.
                 02 CFGLINEA OCCURS 5.
                   03 CFGACTIVO PIC X(1).
                   03 CFGUMBRAL PIC 9999999V99.

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSAP      PIC XX.
           77 FSAC      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 EOF       PIC X VALUE "N".
           77 CONFIRMA  PIC X(1).
           77 DECISION  PIC X(1). *> A aprobar / R rechazar
           77 NUMIN     PIC 9(6).
           77 IND       PIC 9.
           77 ACTIVOIN  PIC X(1).
           77 UMBRALIN  PIC 9999999V99.
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Tipos en el orden de CFGLINEA (igual que PEDIRAPROB).
           01 TIPOSDEF.
             02 FILLER PIC X(10) VALUE "CISUREDBCA".
           01 TIPOSTAB REDEFINES TIPOSDEF.
             02 TIPOCFG PIC X(2) OCCURS 5.
           01 NOMBRESDEF.
             02 FILLER PIC X(24) VALUE "Cierre de cuenta".
             02 FILLER PIC X(24) VALUE "Regularizacion suspenso".
             02 FILLER PIC X(24) VALUE "Reembolso de compra".
             02 FILLER PIC X(24) VALUE "Desbloqueo de acceso".
             02 FILLER PIC X(24) VALUE "Reintegro en caja".
           01 NOMBRESTAB REDEFINES NOMBRESDEF.
             02 NOMBRECFG PIC X(24) OCCURS 5.

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Decidir sobre la cola queda para supervisores, igual
           *> que DESBLOQ.
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
           *> Cola de aprobaciones (APROBACIONES.DAT) que llena
           *> PEDIRAPROB cuando una operacion de riesgo supera su
           *> umbral: un supervisor distinto del que la pidio la
           *> aprueba o la rechaza, y solo aprobada la puede repetir
           *> y ejecutar el programa de origen. La solicitud guarda
           *> quien pidio, decidio y ejecuto y cuando; cada paso va
           *> ademas a AUDITFILE.
           DISPLAY " ".
           DISPLAY "Aprobaciones pendientes de segundo operador".
           DISPLAY "1-Listar pendientes  2-Aprobar  3-Rechazar  "
                   "4-Historial".
           DISPLAY "5-Umbrales  6-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   MOVE "A" TO DECISION
                   GO TO DECIDIR
               WHEN 3
                   MOVE "R" TO DECISION
                   GO TO DECIDIR
               WHEN 4
                   GO TO HISTORIAL
               WHEN 5
                   GO TO UMBRALES
               WHEN 6
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT APROBFILE.
           IF FSAP = "35"
               DISPLAY "No hay solicitudes de aprobacion."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Num.   Tipo      Importe Solicita Fecha/Hora"
                   " Clave".
       LEERLISTA.
           READ APROBFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINLISTA
           END-IF.
           IF APEST NOT = "P"
               GO TO LEERLISTA
           END-IF.
           MOVE APIMPORTE TO CANTFOR.
           DISPLAY APNUM " " APTIPO "  " CANTFOR " " APSOLIC " "
                   APFHSOLIC " " APCLAVE.
           DISPLAY "       " APDETALLE.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE APROBFILE.
           DISPLAY "Solicitudes pendientes: " LISTADOS.
           GO TO MAIN-PARA.

       DECIDIR.
           DISPLAY "Numero de solicitud: " WITH NO ADVANCING.
           ACCEPT NUMIN.
           OPEN I-O APROBFILE.
           IF FSAP = "35"
               DISPLAY "No hay solicitudes de aprobacion."
               GO TO MAIN-PARA
           END-IF.
           MOVE NUMIN TO APNUM.
           READ APROBFILE WITH LOCK
               INVALID KEY
                   CLOSE APROBFILE
                   DISPLAY "No existe esa solicitud."
                   GO TO MAIN-PARA
           END-READ.
           IF APEST NOT = "P"
               UNLOCK APROBFILE
               CLOSE APROBFILE
               DISPLAY "La solicitud ya esta decidida (estado "
                       APEST ")."
               GO TO MAIN-PARA
           END-IF.
           *> Cuatro ojos: quien pidio la operacion no la decide.
           IF APSOLIC = OPERACT
               UNLOCK APROBFILE
               CLOSE APROBFILE
               DISPLAY "La solicito usted; ha de decidirla otro "
                       "supervisor."
               GO TO MAIN-PARA
           END-IF.
           MOVE APIMPORTE TO CANTFOR.
           DISPLAY "Solicitud " APNUM " " APTIPO " de " APSOLIC
                   " el " APFHSOLIC.
           DISPLAY "  " APDETALLE.
           DISPLAY "  Clave " APCLAVE " importe " CANTFOR.
           IF DECISION = "R"
               DISPLAY "Motivo del rechazo: " WITH NO ADVANCING
               ACCEPT APMOTIVO
               DISPLAY "Confirmar rechazo (S/N): " WITH NO ADVANCING
           ELSE
               MOVE SPACES TO APMOTIVO
               DISPLAY "Confirmar aprobacion (S/N): "
                       WITH NO ADVANCING
           END-IF.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S"
               UNLOCK APROBFILE
               CLOSE APROBFILE
               GO TO MAIN-PARA
           END-IF.
           PERFORM CALCFECHORA THRU FINCALCFECHORA.
           MOVE DECISION TO APEST.
           MOVE OPERACT TO APDECIDE.
           MOVE FECHORACT TO APFHDEC.
           REWRITE APROBREC.
           UNLOCK APROBFILE.
           CLOSE APROBFILE.

           MOVE APDNI TO AUDITDNI.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Aprob " APNUM " " APTIPO " " CANTFOR " " APCLAVE
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           IF DECISION = "A"
               MOVE "APROB CONCEDIDA" TO AUDITACCION
               PERFORM AUDITAR THRU FINAUDITAR
               DISPLAY "Solicitud aprobada; el operador ya puede "
                       "repetir la operacion."
           ELSE
               MOVE "APROB DENEGADA" TO AUDITACCION
               PERFORM AUDITAR THRU FINAUDITAR
               DISPLAY "Solicitud rechazada."
           END-IF.
           GO TO MAIN-PARA.

       HISTORIAL.
           *> Todas las solicitudes con quien y cuando las pidio,
           *> decidio y ejecuto.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT APROBFILE.
           IF FSAP = "35"
               DISPLAY "No hay solicitudes de aprobacion."
               GO TO MAIN-PARA
           END-IF.
       LEERHIST.
           READ APROBFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINHIST
           END-IF.
           MOVE APIMPORTE TO CANTFOR.
           DISPLAY APNUM " " APTIPO " " APEST " " CANTFOR " "
                   APCLAVE.
           DISPLAY "   pide " APSOLIC " " APFHSOLIC "  decide "
                   APDECIDE " " APFHDEC "  ejecuta " APEJEC " "
                   APFHEJEC.
           IF APEST = "R"
               DISPLAY "   motivo: " APMOTIVO
           END-IF.
           ADD 1 TO LISTADOS.
           GO TO LEERHIST.
       FINHIST.
           CLOSE APROBFILE.
           DISPLAY "Solicitudes: " LISTADOS
                   " (P pendiente, A aprobada, R rechazada, "
                   "X ejecutada)".
           GO TO MAIN-PARA.

       UMBRALES.
           *> Registro unico, igual que el umbral de DESBLOQ; si aun
           *> no existe lo crea PEDIRAPROB la primera vez, pero se
           *> admite tambien crearlo desde aqui.
           OPEN I-O APROBCFGFILE.
           IF FSAC = "35"
               OPEN OUTPUT APROBCFGFILE
               MOVE "S" TO CFGACTIVO (1)
               MOVE 0 TO CFGUMBRAL (1)
               MOVE "S" TO CFGACTIVO (2)
               MOVE 1000 TO CFGUMBRAL (2)
               MOVE "S" TO CFGACTIVO (3)
               MOVE 300 TO CFGUMBRAL (3)
               MOVE "S" TO CFGACTIVO (4)
               MOVE 0 TO CFGUMBRAL (4)
               MOVE "S" TO CFGACTIVO (5)
               MOVE 3000 TO CFGUMBRAL (5)
               WRITE APROBCFGREC
               CLOSE APROBCFGFILE
               OPEN I-O APROBCFGFILE
           END-IF.
           READ APROBCFGFILE NEXT RECORD.
           DISPLAY "Control S/N y umbral a partir del cual se pide "
                   "aprobacion (0 = siempre).".
           MOVE 0 TO IND.
       PEDIRUMBRAL.
           ADD 1 TO IND.
           IF IND > 5
               GO TO GRABARUMBRALES
           END-IF.
           MOVE CFGUMBRAL (IND) TO CANTFOR.
           DISPLAY TIPOCFG (IND) " " NOMBRECFG (IND) " control "
                   CFGACTIVO (IND) " umbral " CANTFOR.
           DISPLAY "   Cambiar (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S"
               GO TO PEDIRUMBRAL
           END-IF.
           DISPLAY "   Control (S/N): " WITH NO ADVANCING.
           ACCEPT ACTIVOIN.
           IF ACTIVOIN NOT = "S" AND ACTIVOIN NOT = "N"
               DISPLAY "   Control no valido; sin cambio."
               GO TO PEDIRUMBRAL
           END-IF.
           DISPLAY "   Umbral: " WITH NO ADVANCING.
           ACCEPT UMBRALIN.
           MOVE ACTIVOIN TO CFGACTIVO (IND).
           MOVE UMBRALIN TO CFGUMBRAL (IND).
           GO TO PEDIRUMBRAL.
       GRABARUMBRALES.
           REWRITE APROBCFGREC.
           CLOSE APROBCFGFILE.
           MOVE SPACES TO AUDITDNI.
           MOVE "APROB UMBRALES" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           MOVE CFGUMBRAL (5) TO CANTFOR.
           STRING "CI" CFGACTIVO (1) " SU" CFGACTIVO (2) " RE"
                  CFGACTIVO (3) " DB" CFGACTIVO (4) " CA"
                  CFGACTIVO (5) " caja " CANTFOR
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Umbrales actualizados correctamente.".
           GO TO MAIN-PARA.

       CALCFECHORA.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING FECHORACT.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO FECHORACT GIVING FECHORACT.
       FINCALCFECHORA.
           EXIT.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTDESC: cada decision
           *> queda registrada con el supervisor que la tomo.
           PERFORM CALCFECHORA THRU FINCALCFECHORA.
           MOVE FECHORACT TO AUDITFECHORA.
           MOVE "APROBAR" TO AUDITORIGEN.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM APROBAR.
