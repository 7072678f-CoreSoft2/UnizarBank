       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMAR.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCNUM
           LOCK MODE IS MANUAL
           FILE STATUS IS FSRL.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

       DATA DIVISION.
       FILE SECTION.

           FD RECLAMFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECLAMACIONES.DAT".
               01 RECLAMREC.
                 02 RCNUM     PIC 9(6).
                 02 RCDNI     PIC X(9). *> cliente que reclama
                 02 RCMID     PIC 9(9). *> movimiento discutido
                 02 RCCUENTA  PIC X(10). *> cuenta del movimiento
                 02 RCMOTIVO  PIC X(40).
                 02 RCIMPORTE PIC 9999999V99. *> importe reclamado
                 02 RCOPER    PIC X(8). *> operador que la abrio
                 02 RCFECHA   PIC 9(6). *> AAMMDD apertura
                 02 RCVENCE   PIC 9(6). *> AAMMDD plazo de respuesta
                 02 RCEST     PIC X(1). *> A abierta / I investigada /
                                        *> P abono provisional /
                                        *> E estimada / D desestimada
                 02 RCNOTA    PIC X(40). *> ultima nota de la
                                         *> investigacion
                 02 RCMIDPROV PIC 9(9). *> MID del abono provisional
                 02 RCMIDFIN  PIC 9(9). *> MID del abono definitivo o
                                        *> de la anulacion
                 02 RCFECHARES PIC 9(6). *> AAMMDD resolucion

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
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
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSRL      PIC XX.
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMC      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 EOF       PIC X VALUE "N".
           77 CONFIRMA  PIC X(1).
           77 NUMIN     PIC 9(6).
           77 MIDIN     PIC 9(9).
           77 MAXNUM    PIC 9(6).
           77 PLAZOIN   PIC 9(3).
           77 PLAZODIAS PIC 9(5).
           77 IMPMAX    PIC 9999999V99.
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 LASTID    PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 IMPAPUNTE PIC S9999999V99.
           77 CLASEAPUNTE PIC X(2).
           77 APUNTEOK  PIC X(1).
           77 RESOLUCION PIC X(1).
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 CANTFOR2  PIC -Z,ZZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Cualquier operador abre y anota reclamaciones; abonar
           *> y resolver mueve dinero y queda para supervisores,
           *> igual que DESBLOQ.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           *> Reclamaciones de clientes sobre un movimiento concreto
           *> (RECLAMACIONES.DAT): se abren con el MID discutido y un
           *> plazo de respuesta, se anotan las pesquisas, se puede
           *> adelantar un abono provisional (clase RP) y se
           *> resuelven como estimadas (abono definitivo, clase RF,
           *> o el provisional pasa a definitivo) o desestimadas (se
           *> anula el provisional, clase RA). Cada paso va a
           *> AUDITFILE; INFRECL saca cada noche las vencidas.
           DISPLAY " ".
           DISPLAY "Reclamaciones de clientes".
           DISPLAY "1-Abrir  2-Anotar investigacion  3-Abono "
                   "provisional  4-Resolver".
           DISPLAY "5-Listar abiertas  6-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO ABRIR
               WHEN 2
                   GO TO ANOTAR
               WHEN 3
                   GO TO PROVISIONAL
               WHEN 4
                   GO TO RESOLVER
               WHEN 5
                   GO TO LISTAR
               WHEN 6
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       ABRIR.
           DISPLAY "MID del movimiento reclamado: " WITH NO ADVANCING.
           ACCEPT MIDIN.
           *> Se reclaman cargos: transferencias, reintegros, compras
           *> de entradas, recibos, comisiones...
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               DISPLAY "No hay movimientos registrados."
               GO TO MAIN-PARA
           END-IF.
           MOVE MIDIN TO MID.
           READ MOVIMIENTOSFILE
               INVALID KEY
                   CLOSE MOVIMIENTOSFILE
                   DISPLAY "No existe ese movimiento."
                   GO TO MAIN-PARA
           END-READ.
           CLOSE MOVIMIENTOSFILE.
           IF CANTIDAD NOT < 0
               DISPLAY "El movimiento es un abono; no hay cargo que "
                       "reclamar."
               GO TO MAIN-PARA
           END-IF.
           COMPUTE IMPMAX = 0 - CANTIDAD.
           MOVE CANTIDAD TO CANTFOR2.
           DISPLAY "Cuenta " CUENTAMOV " " FECHORA " " CANTFOR2.
           DISPLAY "  " CONCEPTO.

           OPEN INPUT CUENTASFILE.
           MOVE CUENTAMOV TO CUENTA.
           READ CUENTASFILE
               INVALID KEY MOVE SPACES TO DNITIT
           END-READ.
           CLOSE CUENTASFILE.
           IF DNITIT = SPACES
               DISPLAY "La cuenta del movimiento ya no existe."
               GO TO MAIN-PARA
           END-IF.

           *> Una sola reclamacion viva por movimiento.
           OPEN I-O RECLAMFILE.
           IF FSRL = "35"
               OPEN OUTPUT RECLAMFILE
               CLOSE RECLAMFILE
               OPEN I-O RECLAMFILE
           END-IF.
           MOVE 0 TO MAXNUM.
           MOVE "N" TO EOF.
       BUSCARMID.
           READ RECLAMFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE RCNUM TO MAXNUM
               IF RCMID = MIDIN AND RCEST NOT = "E"
                       AND RCEST NOT = "D"
                   CLOSE RECLAMFILE
                   DISPLAY "Ese movimiento ya tiene abierta la "
                           "reclamacion " RCNUM "."
                   GO TO MAIN-PARA
               END-IF
               GO TO BUSCARMID
           END-IF.

           MOVE MIDIN TO RCMID.
           MOVE CUENTAMOV TO RCCUENTA.
           MOVE DNITIT TO RCDNI.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT RCMOTIVO.
           MOVE IMPMAX TO CANTFOR.
           DISPLAY "Importe reclamado (0 = todo, " CANTFOR "): "
                   WITH NO ADVANCING.
           ACCEPT RCIMPORTE.
           IF RCIMPORTE = 0
               MOVE IMPMAX TO RCIMPORTE
           END-IF.
           IF RCIMPORTE > IMPMAX
               CLOSE RECLAMFILE
               DISPLAY "No se puede reclamar mas que el cargo."
               GO TO MAIN-PARA
           END-IF.
           *> Plazo de respuesta al cliente; por defecto quince dias.
           DISPLAY "Plazo de respuesta en dias (0 = 15): "
                   WITH NO ADVANCING.
           ACCEPT PLAZOIN.
           IF PLAZOIN = 0
               MOVE 15 TO PLAZOIN
           END-IF.
           MOVE PLAZOIN TO PLAZODIAS.
           ACCEPT FECHAB FROM DATE.
           CALL "SUMARDIAS" USING FECHAB, PLAZODIAS, RCVENCE.
           CANCEL "SUMARDIAS".

           ADD 1 TO MAXNUM GIVING RCNUM.
           MOVE OPERACT TO RCOPER.
           MOVE FECHAB TO RCFECHA.
           MOVE "A" TO RCEST.
           MOVE SPACES TO RCNOTA.
           MOVE 0 TO RCMIDPROV.
           MOVE 0 TO RCMIDFIN.
           MOVE 0 TO RCFECHARES.
           WRITE RECLAMREC.
           CLOSE RECLAMFILE.

           MOVE "RECLAMACION ABIERTA" TO AUDITACCION.
           MOVE RCIMPORTE TO CANTFOR.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Rec " RCNUM " MID " RCMID " " CANTFOR
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Reclamacion " RCNUM " abierta; responder antes "
                   "del " RCVENCE ".".
           GO TO MAIN-PARA.

       ANOTAR.
           PERFORM LEERRECL THRU FINLEERRECL.
           IF EOF = "Y"
               GO TO MAIN-PARA
           END-IF.
           IF RCEST = "E" OR RCEST = "D"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               DISPLAY "La reclamacion ya esta resuelta."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Nota de la investigacion: " WITH NO ADVANCING.
           ACCEPT RCNOTA.
           IF RCEST = "A"
               MOVE "I" TO RCEST
           END-IF.
           REWRITE RECLAMREC.
           PERFORM SOLTARRECL THRU FINSOLTARRECL.
           MOVE "RECLAMACION NOTA" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Rec " RCNUM ": " RCNOTA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Nota registrada.".
           GO TO MAIN-PARA.

       PROVISIONAL.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               GO TO MAIN-PARA
           END-IF.
           PERFORM LEERRECL THRU FINLEERRECL.
           IF EOF = "Y"
               GO TO MAIN-PARA
           END-IF.
           IF RCEST NOT = "A" AND RCEST NOT = "I"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               DISPLAY "La reclamacion ya tiene abono provisional o "
                       "esta resuelta."
               GO TO MAIN-PARA
           END-IF.
           MOVE RCIMPORTE TO CANTFOR.
           DISPLAY "Abonar provisionalmente " CANTFOR " en "
                   RCCUENTA " (S/N): " WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               GO TO MAIN-PARA
           END-IF.
           MOVE RCIMPORTE TO IMPAPUNTE.
           MOVE "RP" TO CLASEAPUNTE.
           PERFORM APUNTAR THRU FINAPUNTAR.
           IF APUNTEOK NOT = "S"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               GO TO MAIN-PARA
           END-IF.
           MOVE LASTID TO RCMIDPROV.
           MOVE "P" TO RCEST.
           REWRITE RECLAMREC.
           PERFORM SOLTARRECL THRU FINSOLTARRECL.
           MOVE "RECL ABONO PROVIS" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Rec " RCNUM " MID " LASTID " " CANTFOR
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Abono provisional hecho con MID " LASTID ".".
           GO TO MAIN-PARA.

       RESOLVER.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               GO TO MAIN-PARA
           END-IF.
           PERFORM LEERRECL THRU FINLEERRECL.
           IF EOF = "Y"
               GO TO MAIN-PARA
           END-IF.
           IF RCEST = "E" OR RCEST = "D"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               DISPLAY "La reclamacion ya esta resuelta."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "E-Estimar  D-Desestimar: " WITH NO ADVANCING.
           ACCEPT RESOLUCION.
           IF RESOLUCION = "e"
               MOVE "E" TO RESOLUCION
           END-IF.
           IF RESOLUCION = "d"
               MOVE "D" TO RESOLUCION
           END-IF.
           IF RESOLUCION NOT = "E" AND RESOLUCION NOT = "D"
               PERFORM SOLTARRECL THRU FINSOLTARRECL
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Nota de la resolucion: " WITH NO ADVANCING.
           ACCEPT RCNOTA.
           MOVE 0 TO LASTID.
           MOVE RCIMPORTE TO CANTFOR.

           *> Estimada con abono provisional: el provisional pasa a
           *> definitivo sin nuevo apunte. Sin provisional, se abona
           *> ahora el importe reclamado.
           IF RESOLUCION = "E" AND RCEST NOT = "P"
               MOVE RCIMPORTE TO IMPAPUNTE
               MOVE "RF" TO CLASEAPUNTE
               PERFORM APUNTAR THRU FINAPUNTAR
               IF APUNTEOK NOT = "S"
                   PERFORM SOLTARRECL THRU FINSOLTARRECL
                   GO TO MAIN-PARA
               END-IF
           END-IF.
           *> Desestimada con abono provisional: se anula con un
           *> cargo por el mismo importe, aunque deje la cuenta por
           *> debajo del saldo minimo (el dinero no era del cliente).
           IF RESOLUCION = "D" AND RCEST = "P"
               COMPUTE IMPAPUNTE = 0 - RCIMPORTE
               MOVE "RA" TO CLASEAPUNTE
               PERFORM APUNTAR THRU FINAPUNTAR
               IF APUNTEOK NOT = "S"
                   PERFORM SOLTARRECL THRU FINSOLTARRECL
                   GO TO MAIN-PARA
               END-IF
           END-IF.
           MOVE LASTID TO RCMIDFIN.
           MOVE RESOLUCION TO RCEST.
           ACCEPT RCFECHARES FROM DATE.
           REWRITE RECLAMREC.
           PERFORM SOLTARRECL THRU FINSOLTARRECL.

           MOVE SPACES TO AUDITDETALLE.
           IF RESOLUCION = "E"
               MOVE "RECL ESTIMADA" TO AUDITACCION
               STRING "Rec " RCNUM " MID " RCMID " " CANTFOR
                      DELIMITED BY SIZE INTO AUDITDETALLE
           ELSE
               MOVE "RECL DESESTIMADA" TO AUDITACCION
               STRING "Rec " RCNUM " MID " RCMID " " CANTFOR
                      DELIMITED BY SIZE INTO AUDITDETALLE
           END-IF.
           PERFORM AUDITAR THRU FINAUDITAR.
           PERFORM AVISARRESOLUCION THRU FINAVISARRESOLUCION.
           IF LASTID NOT = 0
               DISPLAY "Reclamacion resuelta; apunte con MID " LASTID
                       "."
           ELSE
               DISPLAY "Reclamacion resuelta sin nuevo apunte."
           END-IF.
           GO TO MAIN-PARA.

       LISTAR.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT RECLAMFILE.
           IF FSRL = "35"
               DISPLAY "No hay reclamaciones."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Num.   MID       Cuenta     Titular         Importe"
                   " Est Vence  Oper.".
       LEERLISTA.
           READ RECLAMFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINLISTA
           END-IF.
           IF RCEST = "E" OR RCEST = "D"
               GO TO LEERLISTA
           END-IF.
           MOVE RCIMPORTE TO CANTFOR.
           DISPLAY RCNUM " " RCMID " " RCCUENTA " " RCDNI " "
                   CANTFOR "  " RCEST "  " RCVENCE " " RCOPER.
           DISPLAY "       " RCMOTIVO.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE RECLAMFILE.
           DISPLAY "Reclamaciones abiertas: " LISTADOS.
           GO TO MAIN-PARA.

       LEERRECL.
           *> Lee y bloquea la reclamacion pedida; EOF = "Y" si no
           *> se puede seguir.
           MOVE "Y" TO EOF.
           DISPLAY "Numero de reclamacion: " WITH NO ADVANCING.
           ACCEPT NUMIN.
           OPEN I-O RECLAMFILE.
           IF FSRL = "35"
               DISPLAY "No hay reclamaciones."
               GO TO FINLEERRECL
           END-IF.
           MOVE NUMIN TO RCNUM.
           READ RECLAMFILE WITH LOCK
               INVALID KEY
                   CLOSE RECLAMFILE
                   DISPLAY "No existe esa reclamacion."
                   GO TO FINLEERRECL
           END-READ.
           MOVE "N" TO EOF.
           MOVE RCIMPORTE TO CANTFOR.
           DISPLAY "Rec " RCNUM " MID " RCMID " cuenta " RCCUENTA
                   " " CANTFOR " estado " RCEST.
           DISPLAY "  Motivo: " RCMOTIVO.
           IF RCNOTA NOT = SPACES
               DISPLAY "  Nota: " RCNOTA
           END-IF.
       FINLEERRECL.
           EXIT.

       SOLTARRECL.
           UNLOCK RECLAMFILE.
           CLOSE RECLAMFILE.
       FINSOLTARRECL.
           EXIT.

       APUNTAR.
           *> Apunte de IMPAPUNTE (abono si positivo, cargo si
           *> negativo) en la cuenta del movimiento reclamado, con el
           *> mismo orden que CAJA: MID, movimiento y saldo.
           MOVE "N" TO APUNTEOK.
           OPEN I-O CUENTASFILE.
           MOVE RCCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "La cuenta de la reclamacion ya no existe."
                   GO TO FINAPUNTAR
           END-READ.
           IF BLOQUEADA = "C"
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               DISPLAY "La cuenta esta cerrada; el importe ha de "
                       "devolverse por otra via."
               GO TO FINAPUNTAR
           END-IF.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           OPEN I-O MOVCONTROLFILE.
           IF FSMC = "35"
               OPEN OUTPUT MOVCONTROLFILE
               MOVE 0 TO ULTIMOMID
               WRITE MOVCONTROLREC
               CLOSE MOVCONTROLFILE
               OPEN I-O MOVCONTROLFILE
           END-IF.
           READ MOVCONTROLFILE NEXT RECORD WITH LOCK.
           ADD 1 TO ULTIMOMID GIVING LASTID.
           MOVE LASTID TO ULTIMOMID.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.

           ADD IMPAPUNTE TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           EVALUATE CLASEAPUNTE
               WHEN "RP"
                   STRING "Abono provisional reclamacion " RCNUM
                          DELIMITED BY SIZE INTO CONCEPTO
               WHEN "RF"
                   STRING "Abono por reclamacion " RCNUM
                          DELIMITED BY SIZE INTO CONCEPTO
               WHEN OTHER
                   STRING "Anulacion abono provisional rec. " RCNUM
                          DELIMITED BY SIZE INTO CONCEPTO
           END-EVALUATE.
           MOVE IMPAPUNTE TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE CLASEAPUNTE TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           MOVE "S" TO APUNTEOK.
       FINAPUNTAR.
           EXIT.

       AVISARRESOLUCION.
           MOVE RCDNI TO AVDNI.
           MOVE RCCUENTA TO AVCUENTA.
           MOVE "RC" TO AVTIPO.
           MOVE RCNUM TO AVREF.
           MOVE SPACES TO AVTEXTO.
           IF RESOLUCION = "E"
               STRING "Reclamacion " RCNUM " estimada: abonados "
                      CANTFOR "E" DELIMITED BY SIZE INTO AVTEXTO
           ELSE
               STRING "Reclamacion " RCNUM " desestimada; consulte "
                      "en su oficina" DELIMITED BY SIZE INTO AVTEXTO
           END-IF.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
       FINAVISARRESOLUCION.
           EXIT.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTDESC: cada paso de
           *> la reclamacion queda registrado con su operador.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "RECLAMAR" TO AUDITORIGEN.
           MOVE RCDNI TO AUDITDNI.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM RECLAMAR.
