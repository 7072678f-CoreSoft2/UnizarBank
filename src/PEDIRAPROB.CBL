       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIRAPROB.
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

           *> Cola de operaciones que esperan el visto bueno de un
           *> segundo operador (ver APROBAR).
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

           *> Registro unico: por cada tipo, si se controla (S/N) y
           *> el importe a partir del cual hace falta aprobacion.
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
           77 EOF       PIC X VALUE "N".
           77 IND       PIC 9.
           77 MAXNUM    PIC 9(6).
           77 NUMAPROB  PIC 9(6).
           77 NUMPEND   PIC 9(6).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           *> Tipos controlados, en el orden de CFGLINEA, y programa
           *> de origen de cada uno para AUDITFILE.
           01 TIPOSDEF.
             02 FILLER PIC X(10) VALUE "CISUREDBCA".
           01 TIPOSTAB REDEFINES TIPOSDEF.
             02 TIPOCFG PIC X(2) OCCURS 5.
           01 ORIGENDEF.
             02 FILLER PIC X(50)
                VALUE "MANTCLI   SUSPENSO  REEMBOLSO DESBLOQ   CAJA".
           01 ORIGENTAB REDEFINES ORIGENDEF.
             02 ORIGENCFG PIC X(10) OCCURS 5.

       LINKAGE SECTION.
           77 PAMODO    PIC X(1). *> P pedir / E ejecutada
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PAOPER    PIC X(8).
           77 PANUM     PIC 9(6). *> solicitud (0 = no hace falta)
           77 PARESUL   PIC X(1). *> S adelante / P pendiente
       PROCEDURE DIVISION USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                PADETALLE, PADNI, PAOPER, PANUM,
                                PARESUL.

       MAIN-PARA.
           *> Control de cuatro ojos comun a las operaciones de
           *> riesgo del back-office (cierre en MANTCLI, SUSPENSO,
           *> REEMBOLSO, DESBLOQ y reintegros de CAJA), llamado como
           *> PISOSALDO. Con PAMODO "P", antes de mover nada: si el
           *> tipo no se controla o el importe no llega al umbral de
           *> APROBCFG.DAT, PARESUL "S" y PANUM 0; si hay una
           *> solicitud aprobada para la misma operacion e importe,
           *> PARESUL "S" y PANUM su numero; si no, la operacion
           *> queda en la cola (o sigue en ella) y PARESUL "P". Con
           *> PAMODO "E", una vez hecha, la solicitud PANUM se marca
           *> ejecutada y ya no sirve para otra vez.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.
           IF PAMODO = "E"
               GO TO EJECUTADA
           END-IF.
           MOVE "S" TO PARESUL.
           MOVE 0 TO PANUM.

           MOVE 0 TO IND.
       BUSCARTIPO.
           ADD 1 TO IND.
           IF IND > 5
               EXIT PROGRAM
           END-IF.
           IF TIPOCFG (IND) NOT = PATIPO
               GO TO BUSCARTIPO
           END-IF.

           *> La configuracion se autoinicializa la primera vez con
           *> todo controlado: cierres y desbloqueos siempre, y los
           *> importes a partir de unos umbrales prudentes que el
           *> supervisor ajusta en APROBAR.
           OPEN INPUT APROBCFGFILE.
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
               OPEN INPUT APROBCFGFILE
           END-IF.
           READ APROBCFGFILE NEXT RECORD.
           CLOSE APROBCFGFILE.
           IF CFGACTIVO (IND) NOT = "S"
               EXIT PROGRAM
           END-IF.
           IF PAIMPORTE < CFGUMBRAL (IND)
               EXIT PROGRAM
           END-IF.

           *> Hace falta aprobacion: se busca en la cola la misma
           *> operacion (tipo, clave e importe) ya aprobada o aun
           *> pendiente, y de paso el ultimo numero usado.
           OPEN I-O APROBFILE.
           IF FSAP = "35"
               OPEN OUTPUT APROBFILE
               CLOSE APROBFILE
               OPEN I-O APROBFILE
           END-IF.
           MOVE 0 TO MAXNUM.
           MOVE 0 TO NUMAPROB.
           MOVE 0 TO NUMPEND.
           MOVE "N" TO EOF.
       BUSCARSOLIC.
           READ APROBFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINBUSCARSOLIC
           END-IF.
           MOVE APNUM TO MAXNUM.
           IF APTIPO NOT = PATIPO OR APCLAVE NOT = PACLAVE
                   OR APIMPORTE NOT = PAIMPORTE
               GO TO BUSCARSOLIC
           END-IF.
           IF APEST = "A" AND NUMAPROB = 0
               MOVE APNUM TO NUMAPROB
           END-IF.
           IF APEST = "P" AND NUMPEND = 0
               MOVE APNUM TO NUMPEND
           END-IF.
           GO TO BUSCARSOLIC.
       FINBUSCARSOLIC.
           IF NUMAPROB NOT = 0
               CLOSE APROBFILE
               MOVE NUMAPROB TO PANUM
               EXIT PROGRAM
           END-IF.
           MOVE "P" TO PARESUL.
           IF NUMPEND NOT = 0
               CLOSE APROBFILE
               MOVE NUMPEND TO PANUM
               EXIT PROGRAM
           END-IF.

           ADD 1 TO MAXNUM GIVING APNUM.
           MOVE PATIPO TO APTIPO.
           MOVE PACLAVE TO APCLAVE.
           MOVE PAIMPORTE TO APIMPORTE.
           MOVE PADETALLE TO APDETALLE.
           MOVE PADNI TO APDNI.
           MOVE PAOPER TO APSOLIC.
           MOVE FECHORACT TO APFHSOLIC.
           MOVE "P" TO APEST.
           MOVE SPACES TO APDECIDE.
           MOVE 0 TO APFHDEC.
           MOVE SPACES TO APMOTIVO.
           MOVE SPACES TO APEJEC.
           MOVE 0 TO APFHEJEC.
           WRITE APROBREC.
           CLOSE APROBFILE.
           MOVE APNUM TO PANUM.
           MOVE "APROB SOLICITADA" TO AUDITACCION.
           PERFORM AUDITAR THRU FINAUDITAR.
           EXIT PROGRAM.

       EJECUTADA.
           OPEN I-O APROBFILE.
           IF FSAP = "35"
               EXIT PROGRAM
           END-IF.
           MOVE PANUM TO APNUM.
           READ APROBFILE WITH LOCK
               INVALID KEY
                   CLOSE APROBFILE
                   EXIT PROGRAM
           END-READ.
           IF APEST NOT = "A"
               UNLOCK APROBFILE
               CLOSE APROBFILE
               EXIT PROGRAM
           END-IF.
           MOVE "X" TO APEST.
           MOVE PAOPER TO APEJEC.
           MOVE FECHORACT TO APFHEJEC.
           REWRITE APROBREC.
           UNLOCK APROBFILE.
           CLOSE APROBFILE.
           MOVE 0 TO IND.
       BUSCARORIGEN.
           ADD 1 TO IND.
           IF IND < 5 AND TIPOCFG (IND) NOT = APTIPO
               GO TO BUSCARORIGEN
           END-IF.
           MOVE "APROB EJECUTADA" TO AUDITACCION.
           PERFORM AUDITAR THRU FINAUDITAR.
           EXIT PROGRAM.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTDESC; el origen es
           *> el programa que pide o ejecuta la operacion.
           MOVE FECHORACT TO AUDITFECHORA.
           MOVE ORIGENCFG (IND) TO AUDITORIGEN.
           MOVE APDNI TO AUDITDNI.
           MOVE APIMPORTE TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Aprob " APNUM " " APTIPO " " CANTFOR " " APCLAVE
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE PAOPER TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM PEDIRAPROB.
