       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULAMOV.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

           SELECT STORNOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STMID
           ALTERNATE RECORD KEY IS STMIDANUL
           FILE STATUS IS FSST.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

           SELECT ACUMDIAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTAACUM
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAD.

           SELECT CAJASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJAKEY
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCA.

           SELECT CAJADETFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCD.

       DATA DIVISION.
       FILE SECTION.

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

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           *> Un registro por MID anulado: enlaza el apunte original
           *> con su contraasiento y garantiza que no se anula dos
           *> veces.
           FD STORNOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "STORNOS.DAT".
               01 STORNOREC.
                 02 STMID      PIC 9(9). *> MID anulado
                 02 STMIDANUL  PIC 9(9). *> MID del contraasiento
                 02 STCUENTA   PIC X(10).
                 02 STCANTIDAD PIC S9999999V99. *> importe anulado
                 02 STMOTIVO   PIC 9(2). *> codigo de motivo
                 02 STTEXTO    PIC X(30).
                 02 STOPER     PIC X(8). *> supervisor
                 02 STFECHORA  PIC 9999999999. *> AAMMDDHHMM

           FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

           FD ACUMDIAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ACUMDIA.DAT".
               01 ACUMDIAREC.
                 02 CUENTAACUM PIC X(10).
                 02 FECHAACUM  PIC 9(6). *> AAMMDD
                 02 GASTADOHOY PIC 9999999V99.

           FD CAJASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJAS.DAT".
               01 CAJASREC.
                 02 CAJAKEY.
                   03 OPERCAJA  PIC X(8).
                   03 FECHACAJA PIC 9(6). *> AAMMDD
                 02 FONDOINI PIC 9999999V99. *> fondo de apertura
                 02 ENTRCAJA PIC 9999999V99. *> ingresos del dia
                 02 SALICAJA PIC 9999999V99. *> reintegros del dia
                 02 CONTADO  PIC 9999999V99. *> recuento del arqueo
                 02 CAJACERRADA PIC X(1). *> Y arqueada / N abierta

           FD CAJADETFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CAJADET.DAT".
               01 CAJADETREC.
                 02 DETFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 DETOPER    PIC X(8).
                 02 DETMID     PIC 9(9).
                 02 DETTIPO    PIC X(1). *> I ingreso / R reintegro /
                                         *> A anulacion (ANULAMOV)
                 02 DETIMPORTE PIC 9999999V99.

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSMF      PIC XX.
           77 FSCU      PIC XX.
           77 FSST      PIC XX.
           77 FSMC      PIC XX.
           77 FSAD      PIC XX.
           77 FSCA      PIC XX.
           77 FSCD      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 MIDIN     PIC 9(9).
           77 MIDCAND   PIC 9(9).
           77 MIDHASTA  PIC 9(9).
           77 DESTORIG  PIC X(10).
           77 CONFIRMA  PIC X(1).
           77 MOTIVOIN  PIC 9(2).
           77 TEXTOIN   PIC X(30).
           77 NPIERNAS  PIC 9 VALUE 0.
           77 IND       PIC 9.
           77 LASTID    PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 FECHAMOV  PIC 9(6).
           77 IMPORTE   PIC 9999999V99.
           77 CANTFORMA PIC -Z,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 TITULAR   PIC X(9).
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Apuntes a anular: el pedido y, si es una pierna de un
           *> traspaso interno, la otra.
           01 PIERNAS.
             02 PIERNA OCCURS 2.
               03 PMID      PIC 9(9).
               03 PCUENTA   PIC X(10).
               03 PCANT     PIC S9999999V99.
               03 PCLASE    PIC X(2).
               03 PFECHORA  PIC 9999999999.
               03 PMIDANUL  PIC 9(9).
           *> Motivos de anulacion (STMOTIVO).
           01 MOTIVOSDEF.
             02 FILLER PIC X(24) VALUE "Cuenta equivocada       ".
             02 FILLER PIC X(24) VALUE "Importe equivocado      ".
             02 FILLER PIC X(24) VALUE "Apunte duplicado        ".
             02 FILLER PIC X(24) VALUE "Error de proceso batch  ".
             02 FILLER PIC X(24) VALUE "Otros (ver texto)       ".
           01 MOTIVOSTAB REDEFINES MOTIVOSDEF.
             02 MOTIVONOM PIC X(24) OCCURS 5.

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Las anulaciones las hace un supervisor, igual que las
           *> retenciones de MANTRET.
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
           *> Anulacion (storno) de un apunte erroneo: se escribe el
           *> contraasiento exacto (CANTIDAD contraria, clase ST) y
           *> STORNOS.DAT lo enlaza con el MID original. Un traspaso
           *> interno se anula por sus dos piernas. Los apuntes con
           *> circuito propio de correccion (entradas, prestamos,
           *> reclamaciones, retenciones, suspenso) se corrigen en
           *> su programa, no aqui.
           DISPLAY " ".
           DISPLAY "Anulacion de movimientos".
           DISPLAY "MID a anular (0 = salir): " WITH NO ADVANCING.
           MOVE 0 TO MIDIN.
           ACCEPT MIDIN.
           IF MIDIN = 0
               EXIT PROGRAM
           END-IF.
           MOVE 0 TO NPIERNAS.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               DISPLAY "No hay movimientos."
               EXIT PROGRAM
           END-IF.
           MOVE MIDIN TO MID.
           READ MOVIMIENTOSFILE
               INVALID KEY
                   CLOSE MOVIMIENTOSFILE
                   DISPLAY "No existe ese MID."
                   GO TO MAIN-PARA
           END-READ.
           PERFORM MOSTRARMOV THRU FINMOSTRARMOV.
           PERFORM ANOTARPIERNA THRU FINANOTARPIERNA.
           MOVE DESTINO TO DESTORIG.

       BUSCARPAR.
           *> La otra pierna de un traspaso interno se escribe con
           *> los MID contiguos (ver TRANSFER y EJECORDEN): mismo
           *> momento, importe contrario, y el DESTINO del cargo es
           *> la cuenta del abono. Un cargo con DESTINO sin abono
           *> interno es un envio al exterior.
           IF PCANT (1) < 0 AND DESTORIG = SPACES
               GO TO FINBUSCARPAR
           END-IF.
           MOVE 1 TO MIDCAND.
           IF MIDIN > 2
               SUBTRACT 2 FROM MIDIN GIVING MIDCAND
           END-IF.
           ADD 2 TO MIDIN GIVING MIDHASTA.
       LEERCAND.
           IF MIDCAND > MIDHASTA
               GO TO FINBUSCARPAR
           END-IF.
           IF MIDCAND = MIDIN
               ADD 1 TO MIDCAND
               GO TO LEERCAND
           END-IF.
           MOVE MIDCAND TO MID.
           ADD 1 TO MIDCAND.
           READ MOVIMIENTOSFILE
               INVALID KEY
                   GO TO LEERCAND
           END-READ.
           IF FECHORA NOT = PFECHORA (1)
                   OR CANTIDAD NOT = 0 - PCANT (1)
               GO TO LEERCAND
           END-IF.
           IF PCANT (1) < 0 AND CUENTAMOV NOT = DESTORIG
               GO TO LEERCAND
           END-IF.
           IF PCANT (1) > 0 AND DESTINO NOT = PCUENTA (1)
               GO TO LEERCAND
           END-IF.
           DISPLAY "Otra pierna del traspaso:".
           PERFORM MOSTRARMOV THRU FINMOSTRARMOV.
           PERFORM ANOTARPIERNA THRU FINANOTARPIERNA.
       FINBUSCARPAR.
           CLOSE MOVIMIENTOSFILE.
           IF PCANT (1) < 0 AND DESTORIG NOT = SPACES
                   AND NPIERNAS = 1
               DISPLAY "Es un envio al exterior: se regulariza con "
                       "la devolucion del intercambio (INTERDEV)."
               GO TO MAIN-PARA
           END-IF.

       VALIDAR.
           *> Todo se comprueba antes de reservar MID, igual que
           *> CAJA: una anulacion rechazada no debe dejar huecos en
           *> la secuencia que controla CIERREDIA.
           MOVE 0 TO IND.
       VALIDARPIERNA.
           ADD 1 TO IND.
           IF IND > NPIERNAS
               GO TO PEDIRMOTIVO
           END-IF.
           EVALUATE PCLASE (IND)
               WHEN "ST"
                   DISPLAY "MID " PMID (IND) " es ya una anulacion; "
                           "no se anula."
                   GO TO MAIN-PARA
               WHEN "CP"
               WHEN "AB"
               WHEN "CE"
               WHEN "CR"
               WHEN "RE"
                   DISPLAY "Apunte de entradas: se corrige con "
                           "REEMBOLSO o CEDERENT."
                   GO TO MAIN-PARA
               WHEN "PD"
               WHEN "PC"
               WHEN "PM"
                   DISPLAY "Apunte de prestamo: se corrige en "
                           "MANTPREST."
                   GO TO MAIN-PARA
               WHEN "RP"
               WHEN "RF"
               WHEN "RA"
                   DISPLAY "Apunte de reclamacion: se corrige en "
                           "RECLAMAR."
                   GO TO MAIN-PARA
               WHEN "EM"
                   DISPLAY "Ejecucion de retencion: se corrige en "
                           "MANTRET."
                   GO TO MAIN-PARA
               WHEN "SU"
               WHEN "RG"
                   DISPLAY "Apunte de suspenso: se corrige en "
                           "SUSPENSO."
                   GO TO MAIN-PARA
               WHEN "LQ"
               WHEN "SA"
                   DISPLAY "Apunte de liquidacion o arrastre: no se "
                           "anula."
                   GO TO MAIN-PARA
               WHEN "CH"
               WHEN "CD"
                   DISPLAY "Apunte de cheque: se corrige con la "
                           "devolucion (DEVCHEQUE)."
                   GO TO MAIN-PARA
           END-EVALUATE.
           OPEN INPUT STORNOSFILE.
           IF FSST NOT = "35"
               MOVE PMID (IND) TO STMID
               READ STORNOSFILE
                   INVALID KEY
                       MOVE 0 TO STMIDANUL
               END-READ
               CLOSE STORNOSFILE
               IF STMIDANUL NOT = 0
                   DISPLAY "MID " PMID (IND) " ya esta anulado por "
                           "el MID " STMIDANUL "."
                   GO TO MAIN-PARA
               END-IF
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE PCUENTA (IND) TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE "C" TO BLOQUEADA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "La cuenta " PCUENTA (IND) " no existe o esta "
                       "cerrada."
               GO TO MAIN-PARA
           END-IF.
           GO TO VALIDARPIERNA.

       PEDIRMOTIVO.
           MOVE 0 TO IND.
       PINTARMOTIVO.
           ADD 1 TO IND.
           IF IND NOT > 5
               DISPLAY "  " IND " - " MOTIVONOM (IND)
               GO TO PINTARMOTIVO
           END-IF.
           DISPLAY "Motivo: " WITH NO ADVANCING.
           MOVE 0 TO MOTIVOIN.
           ACCEPT MOTIVOIN.
           IF MOTIVOIN < 1 OR MOTIVOIN > 5
               DISPLAY "Motivo no valido."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Texto: " WITH NO ADVANCING.
           MOVE SPACES TO TEXTOIN.
           ACCEPT TEXTOIN.
           IF MOTIVOIN = 5 AND TEXTOIN = SPACES
               DISPLAY "Explique el motivo en el texto."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Anular " NPIERNAS " apunte(s) (S/N): "
                   WITH NO ADVANCING.
           ACCEPT CONFIRMA.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MAIN-PARA
           END-IF.

           *> Entre la validacion y la confirmacion ha podido cerrarse
           *> una cuenta: se vuelve a mirar antes de reservar MID y de
           *> enlazar, para no dejar un enlace sin su contraasiento.
           MOVE 0 TO IND.
       REVISARPIERNA.
           ADD 1 TO IND.
           IF IND > NPIERNAS
               GO TO CALCULARCOSAS
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE PCUENTA (IND) TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   MOVE "C" TO BLOQUEADA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "La cuenta " PCUENTA (IND) " no existe o esta "
                       "cerrada."
               GO TO MAIN-PARA
           END-IF.
           GO TO REVISARPIERNA.

       CALCULARCOSAS.
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
           COMPUTE ULTIMOMID = LASTID + NPIERNAS - 1.
           MOVE LASTID TO PMIDANUL (1).
           ADD 1 TO LASTID GIVING PMIDANUL (2).

       ENLAZAR.
           *> El enlace se graba antes del contraasiento: si dos
           *> supervisores anulan a la vez el mismo MID, el segundo
           *> choca aqui con la clave y no llega a apuntar nada.
           *> MOVCTRL.DAT sigue bloqueado mientras se enlaza y los
           *> MID solo se dan por gastados con todos los enlaces
           *> grabados: un choque no deja huecos para CIERREDIA.
           OPEN I-O STORNOSFILE.
           IF FSST = "35"
               OPEN OUTPUT STORNOSFILE
               CLOSE STORNOSFILE
               OPEN I-O STORNOSFILE
           END-IF.
           MOVE 0 TO IND.
       ENLAZARPIERNA.
           ADD 1 TO IND.
           IF IND > NPIERNAS
               CLOSE STORNOSFILE
               REWRITE MOVCONTROLREC
               UNLOCK MOVCONTROLFILE
               CLOSE MOVCONTROLFILE
               GO TO APUNTAR
           END-IF.
           MOVE PMID (IND) TO STMID.
           MOVE PMIDANUL (IND) TO STMIDANUL.
           MOVE PCUENTA (IND) TO STCUENTA.
           MOVE PCANT (IND) TO STCANTIDAD.
           MOVE MOTIVOIN TO STMOTIVO.
           MOVE TEXTOIN TO STTEXTO.
           MOVE OPERACT TO STOPER.
           MOVE FECHORACT TO STFECHORA.
           WRITE STORNOREC
               INVALID KEY
                   DISPLAY "MID " PMID (IND) " anulado por otra "
                           "sesion; no se apunta nada."
                   GO TO DESENLAZAR
           END-WRITE.
           GO TO ENLAZARPIERNA.
       DESENLAZAR.
           *> Se quitan los enlaces ya grabados de las piernas
           *> anteriores: en STORNOS solo debe quedar un MID cuyo
           *> contraasiento se haya apuntado.
           SUBTRACT 1 FROM IND.
           IF IND = 0
               CLOSE STORNOSFILE
               UNLOCK MOVCONTROLFILE
               CLOSE MOVCONTROLFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE PMID (IND) TO STMID.
           DELETE STORNOSFILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           GO TO DESENLAZAR.

       APUNTAR.
           MOVE 0 TO IND.
       APUNTARPIERNA.
           ADD 1 TO IND.
           IF IND > NPIERNAS
               GO TO FINAPUNTAR
           END-IF.
           OPEN I-O CUENTASFILE.
           MOVE PCUENTA (IND) TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No se encontro la cuenta " PCUENTA (IND)
                           "; avise a conciliacion."
                   PERFORM QUITARENLACE THRU FINQUITARENLACE
                   PERFORM APUNTEVACIO THRU FINAPUNTEVACIO
                   GO TO APUNTARPIERNA
           END-READ.
           MOVE DNITIT TO TITULAR.
           SUBTRACT PCANT (IND) FROM SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE PMIDANUL (IND) TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PCUENTA (IND) TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Anulacion del MID " PMID (IND)
                  DELIMITED BY SIZE INTO CONCEPTO.
           COMPUTE CANTIDAD = 0 - PCANT (IND).
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "ST" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "MID " PMID (IND) " anulado con el MID "
                   PMIDANUL (IND) "; saldo de " PCUENTA (IND) ": "
                   SALDOFORMA.
           IF SALDO < 0
               DISPLAY "  La cuenta queda en negativo: avise al "
                       "titular."
           END-IF.
           PERFORM DESHACERACUM THRU FINDESHACERACUM.
           IF PCLASE (IND) = "EF"
               PERFORM DESHACERCAJA THRU FINDESHACERCAJA
           END-IF.
           PERFORM AUDITAR THRU FINAUDITAR.
           GO TO APUNTARPIERNA.
       FINAPUNTAR.
           GO TO MAIN-PARA.

       QUITARENLACE.
           *> Sin contraasiento no queda enlace: el MID sigue abierto
           *> y se puede volver a anular.
           OPEN I-O STORNOSFILE.
           MOVE PMID (IND) TO STMID.
           DELETE STORNOSFILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           CLOSE STORNOSFILE.
       FINQUITARENLACE.
           EXIT.

       APUNTEVACIO.
           *> El MID reservado para la pierna no apuntada se ocupa
           *> con un apunte a cero, sin tocar saldos: la secuencia
           *> que revisa CIERREDIA no queda con huecos.
           OPEN I-O MOVIMIENTOSFILE.
           MOVE PMIDANUL (IND) TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE PCUENTA (IND) TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Anulacion no apuntada del MID " PMID (IND)
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE 0 TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "ST" TO CLASEMOV.
           MOVE 0 TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
       FINAPUNTEVACIO.
           EXIT.

       DESHACERACUM.
           *> Un cargo de hoy que contaba para el tope diario (ver
           *> ACUMDIA.DAT en TRANSFER y EJECORDEN) deja de contar.
           IF PCANT (IND) NOT < 0
               GO TO FINDESHACERACUM
           END-IF.
           IF PCLASE (IND) NOT = "TE" AND PCLASE (IND) NOT = "CO"
               GO TO FINDESHACERACUM
           END-IF.
           DIVIDE PFECHORA (IND) BY 10000 GIVING FECHAMOV.
           IF FECHAMOV NOT = FECHAB
               GO TO FINDESHACERACUM
           END-IF.
           OPEN I-O ACUMDIAFILE.
           IF FSAD = "35"
               GO TO FINDESHACERACUM
           END-IF.
           MOVE PCUENTA (IND) TO CUENTAACUM.
           READ ACUMDIAFILE WITH LOCK
               INVALID KEY
                   CLOSE ACUMDIAFILE
                   GO TO FINDESHACERACUM
           END-READ.
           COMPUTE IMPORTE = 0 - PCANT (IND).
           IF FECHAACUM = FECHAB
               IF GASTADOHOY > IMPORTE
                   SUBTRACT IMPORTE FROM GASTADOHOY
               ELSE
                   MOVE 0 TO GASTADOHOY
               END-IF
               REWRITE ACUMDIAREC
           END-IF.
           UNLOCK ACUMDIAFILE.
           CLOSE ACUMDIAFILE.
       FINDESHACERACUM.
           EXIT.

       DESHACERCAJA.
           *> El efectivo del apunte original se descuenta del cajon
           *> que lo anoto (CAJADET.DAT da el operador y el dia), si
           *> aun no esta arqueado; el ingreso bueno que se haga
           *> despues en CAJA lo vuelve a sumar.
           MOVE "N" TO EOF.
           MOVE SPACES TO OPERCAJA.
           OPEN INPUT CAJADETFILE.
           IF FSCD = "35"
               GO TO FINDESHACERCAJA
           END-IF.
       LEERCAJADET.
           READ CAJADETFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               CLOSE CAJADETFILE
               DISPLAY "  Sin detalle de caja para el MID; el cajon "
                       "no se ajusta."
               GO TO FINDESHACERCAJA
           END-IF.
           IF DETMID NOT = PMID (IND)
               GO TO LEERCAJADET
           END-IF.
           CLOSE CAJADETFILE.
           MOVE DETOPER TO OPERCAJA.
           DIVIDE DETFECHORA BY 10000 GIVING FECHACAJA.
           IF PCANT (IND) < 0
               COMPUTE IMPORTE = 0 - PCANT (IND)
           ELSE
               MOVE PCANT (IND) TO IMPORTE
           END-IF.
           OPEN I-O CAJASFILE.
           IF FSCA = "35"
               GO TO FINDESHACERCAJA
           END-IF.
           READ CAJASFILE WITH LOCK
               INVALID KEY
                   CLOSE CAJASFILE
                   GO TO FINDESHACERCAJA
           END-READ.
           IF CAJACERRADA = "Y"
               UNLOCK CAJASFILE
               CLOSE CAJASFILE
               DISPLAY "  La caja de " OPERCAJA " del " FECHACAJA
                       " ya esta arqueada; el cajon no se ajusta."
               GO TO FINDESHACERCAJA
           END-IF.
           IF PCANT (IND) > 0
               SUBTRACT IMPORTE FROM ENTRCAJA
           ELSE
               SUBTRACT IMPORTE FROM SALICAJA
           END-IF.
           REWRITE CAJASREC.
           UNLOCK CAJASFILE.
           CLOSE CAJASFILE.
           OPEN EXTEND CAJADETFILE.
           MOVE FECHORACT TO DETFECHORA.
           MOVE OPERCAJA TO DETOPER.
           MOVE PMIDANUL (IND) TO DETMID.
           MOVE "A" TO DETTIPO.
           MOVE IMPORTE TO DETIMPORTE.
           WRITE CAJADETREC.
           CLOSE CAJADETFILE.
           DISPLAY "  Cajon de " OPERCAJA " ajustado.".
       FINDESHACERCAJA.
           EXIT.

       MOSTRARMOV.
           MOVE CANTIDAD TO CANTFORMA.
           DISPLAY "MID " MID " " FECHORA " cuenta " CUENTAMOV
                   " clase " CLASEMOV.
           DISPLAY "  " CONCEPTO " " CANTFORMA " destino " DESTINO.
       FINMOSTRARMOV.
           EXIT.

       ANOTARPIERNA.
           ADD 1 TO NPIERNAS.
           MOVE MID TO PMID (NPIERNAS).
           MOVE CUENTAMOV TO PCUENTA (NPIERNAS).
           MOVE CANTIDAD TO PCANT (NPIERNAS).
           MOVE CLASEMOV TO PCLASE (NPIERNAS).
           MOVE FECHORA TO PFECHORA (NPIERNAS).
           MOVE 0 TO PMIDANUL (NPIERNAS).
       FINANOTARPIERNA.
           EXIT.

       AUDITAR.
           *> Rastro de seguridad, igual que MANTRET: cada anulacion
           *> queda con su motivo y el supervisor que la hizo.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "ANULAMOV" TO AUDITORIGEN.
           MOVE TITULAR TO AUDITDNI.
           MOVE "STORNO" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "MID " PMID (IND) " por " PMIDANUL (IND)
                  " motivo " MOTIVOIN
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM ANULAMOV.
