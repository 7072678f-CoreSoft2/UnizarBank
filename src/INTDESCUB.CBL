       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTDESCUB.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCUBFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTADES
           FILE STATUS IS FSDE.

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
           77 FSDE       PIC XX.
           77 FSCU       PIC XX.
           77 FSMF       PIC XX.
           77 FSMC       PIC XX.
           77 INTERES    PIC 9999999V99.
           77 LASTID     PIC 9(9).
           77 FECHAB     PIC 9(6).
           77 HORA       PIC 9(8).
           77 HORAMIN    PIC 9(4).
           77 FECHORACT  PIC 9999999999. *> AAMMDDHHMM
           77 PROCESADOS PIC 9(5) VALUE 0.
           77 PERIODOAAMM PIC 9(4).
           77 PERIODOULT PIC 9(4). *> ultimo fin de mes pasado
           77 AATMP      PIC 99.
           77 MMTMP      PIC 99.
           77 DIATMP     PIC 9(6).
           77 DIAHOY     PIC 99.
           77 DIASMES    PIC 99.
           77 MESMOV     PIC 9(4).
           77 DIAMOV     PIC 99.
           77 SALDOPREV  PIC S9(8)V99.
           77 DIAPREV    PIC 99.
           77 PESOACUM   PIC 9(10)V99.
           77 MEDIA      PIC 9(8)V99.
           77 PRIMERO    PIC X.
           77 EOFMOV     PIC X.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Liquidacion mensual de intereses deudores de las
           *> lineas de descubierto (ver MANTDESC), el reverso de
           *> INTERES: se carga el tipo deudor de la linea sobre el
           *> saldo deudor medio diario del mes en curso.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           OPEN INPUT DESCUBFILE.
           IF FSDE = "35"
               DISPLAY "No hay lineas de descubierto concedidas."
               EXIT PROGRAM
           END-IF.

           *> Es un paso de CIERRENOCHE que corre todas las noches
           *> y liquida el ultimo fin de mes aun sin cerrar en
           *> JOBCTRL: el de hoy si hoy es el ultimo dia del mes, si
           *> no el del mes anterior. Asi una cadena relanzada pasada
           *> la medianoche del dia 1, o una caida a fin de mes que
           *> se reanuda al dia siguiente, no pierden el mes. Un mes
           *> anterior que quedo a medias se termina primero; el
           *> siguiente se liquida la noche despues.
           MOVE "INTDESCUB" TO JCJOB.
           DIVIDE FECHAB BY 100 GIVING PERIODOAAMM.
           PERFORM DURACIONMES THRU FINDURACIONMES.
           COMPUTE DIAHOY = FUNCTION MOD (FECHAB, 100).
           IF DIAHOY < DIASMES
               PERFORM MESANTERIOR THRU FINMESANTERIOR
           END-IF.
           MOVE PERIODOAAMM TO PERIODOULT.
           PERFORM MESANTERIOR THRU FINMESANTERIOR.
           MOVE PERIODOAAMM TO JCPERIODO.
           MOVE "Q" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO NOT = "E"
               MOVE PERIODOULT TO PERIODOAAMM
           END-IF.
           PERFORM DURACIONMES THRU FINDURACIONMES.

           *> Control de ejecucion (ver JOBCTRL): cargar dos veces el
           *> mismo periodo duplicaria los intereses; tras una caida
           *> se continua desde la ultima linea confirmada.
           MOVE PERIODOAAMM TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           IF JCESTADO = "C"
               CANCEL "JOBCTRL"
               CLOSE DESCUBFILE
               DISPLAY "Los intereses de descubierto de este periodo "
                       "ya estan cargados; no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN I-O CUENTASFILE.
           IF JCESTADO = "R" AND JCPUNTO NOT = SPACES
               DISPLAY "Rearranque: se continua tras la cuenta "
                       JCPUNTO
               MOVE JCPUNTO TO CUENTADES
               START DESCUBFILE
                   KEY > CUENTADES
                   INVALID KEY GO TO FIN
               END-START
           END-IF.

       LEER.
           *> Se recorren las lineas, no las cuentas: solo quien
           *> tiene (o tuvo, si esta vencida y sigue en rojo) linea
           *> pactada tiene tipo deudor. La cuenta se bloquea
           *> mientras se calcula y carga, igual que en INTERES.
           READ DESCUBFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           MOVE CUENTADES TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY GO TO LEER
           END-READ.

           IF BLOQUEADA = "C"
               MOVE 0 TO MEDIA
           ELSE
               PERFORM CALCULARMEDIA THRU FINMEDIA
           END-IF.

           *> El movimiento se escribe antes del REWRITE del saldo,
           *> igual que INTERES: una interrupcion no debe dejar un
           *> SALDO cambiado sin rastro. El cargo puede llevar la
           *> cuenta mas alla del limite; INFDESC lo saca como exceso.
           COMPUTE INTERES ROUNDED = MEDIA * TASADES.
           IF INTERES > 0
               SUBTRACT INTERES FROM SALDO

               OPEN I-O MOVCONTROLFILE
               IF FSMC = "35"
                   OPEN OUTPUT MOVCONTROLFILE
                   MOVE 0 TO ULTIMOMID
                   WRITE MOVCONTROLREC
                   CLOSE MOVCONTROLFILE
                   OPEN I-O MOVCONTROLFILE
               END-IF
               READ MOVCONTROLFILE NEXT RECORD WITH LOCK
               ADD 1 TO ULTIMOMID GIVING LASTID
               MOVE LASTID TO ULTIMOMID
               REWRITE MOVCONTROLREC
               UNLOCK MOVCONTROLFILE
               CLOSE MOVCONTROLFILE

               OPEN I-O MOVIMIENTOSFILE
               MOVE LASTID TO MID
               MOVE FECHORACT TO FECHORA
               MOVE CUENTA TO CUENTAMOV
               MOVE "Intereses de descubierto" TO CONCEPTO
               MOVE INTERES TO CANTIDAD
               MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "ID" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
               CLOSE MOVIMIENTOSFILE

               REWRITE CUENTASREC

               ADD 1 TO PROCESADOS
           END-IF.
           UNLOCK CUENTASFILE.

           MOVE CUENTADES TO JCPUNTO.
           MOVE "P" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           GO TO LEER.

       CALCULARMEDIA.
           *> Saldo deudor medio del mes PERIODOAAMM, con la misma
           *> reconstruccion por tramos de dias que CALCULARMEDIA de
           *> INTERES, pero acumulando solo los tramos en negativo:
           *> los dias en positivo no devengan intereses deudores.
           MOVE "S" TO PRIMERO.
           MOVE "N" TO EOFMOV.
           MOVE 0 TO PESOACUM.
           MOVE 0 TO SALDOPREV.
           MOVE 1 TO DIAPREV.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               CLOSE MOVIMIENTOSFILE
               PERFORM MEDIASALDO THRU FINMEDIASALDO
               GO TO FINMEDIA
           END-IF.
           MOVE CUENTA TO CUENTAMOV.
           START MOVIMIENTOSFILE
               KEY = CUENTAMOV
               INVALID KEY MOVE "Y" TO EOFMOV
           END-START.
       LEERMEDIA.
           IF EOFMOV = "N"
               READ MOVIMIENTOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOFMOV
               END-READ
           END-IF.
           IF EOFMOV = "Y" OR CUENTAMOV NOT = CUENTA
               GO TO CERRARMEDIA
           END-IF.
           DIVIDE FECHORA BY 1000000 GIVING MESMOV.
           IF MESMOV NOT = PERIODOAAMM
               GO TO LEERMEDIA
           END-IF.
           DIVIDE FECHORA BY 10000 GIVING DIATMP.
           COMPUTE DIAMOV = FUNCTION MOD (DIATMP, 100).
           IF PRIMERO = "S"
               COMPUTE SALDOPREV = SALDOCUENTA - CANTIDAD
               MOVE 1 TO DIAPREV
               MOVE "N" TO PRIMERO
           END-IF.
           IF SALDOPREV < 0
               COMPUTE PESOACUM = PESOACUM
                       - SALDOPREV * (DIAMOV - DIAPREV)
           END-IF.
           MOVE SALDOCUENTA TO SALDOPREV.
           MOVE DIAMOV TO DIAPREV.
           GO TO LEERMEDIA.
       CERRARMEDIA.
           CLOSE MOVIMIENTOSFILE.
           IF PRIMERO = "S"
               PERFORM MEDIASALDO THRU FINMEDIASALDO
               GO TO FINMEDIA
           END-IF.
           IF SALDOPREV < 0
               COMPUTE PESOACUM = PESOACUM
                       - SALDOPREV * (DIASMES - DIAPREV + 1)
           END-IF.
           COMPUTE MEDIA ROUNDED = PESOACUM / DIASMES.
       FINMEDIA.
           EXIT.

       MEDIASALDO.
           *> Sin movimientos en el mes rige el saldo actual.
           IF SALDO < 0
               COMPUTE MEDIA = 0 - SALDO
           ELSE
               MOVE 0 TO MEDIA
           END-IF.
       FINMEDIASALDO.
           EXIT.

       FIN.
           CLOSE CUENTASFILE.
           CLOSE DESCUBFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY "Cuentas con intereses de descubierto: "
                   PROCESADOS.
           EXIT PROGRAM.

       DURACIONMES.
           *> Dias del mes PERIODOAAMM, igual que INTERES.
           COMPUTE MMTMP = FUNCTION MOD (PERIODOAAMM, 100).
           DIVIDE PERIODOAAMM BY 100 GIVING AATMP.
           EVALUATE MMTMP
               WHEN 2
                   IF FUNCTION MOD (AATMP, 4) = 0
                       MOVE 29 TO DIASMES
                   ELSE
                       MOVE 28 TO DIASMES
                   END-IF
               WHEN 4
                   MOVE 30 TO DIASMES
               WHEN 6
                   MOVE 30 TO DIASMES
               WHEN 9
                   MOVE 30 TO DIASMES
               WHEN 11
                   MOVE 30 TO DIASMES
               WHEN OTHER
                   MOVE 31 TO DIASMES
           END-EVALUATE.
       FINDURACIONMES.
           EXIT.

       MESANTERIOR.
           COMPUTE MMTMP = FUNCTION MOD (PERIODOAAMM, 100).
           DIVIDE PERIODOAAMM BY 100 GIVING AATMP.
           IF MMTMP = 1
               MOVE 12 TO MMTMP
               IF AATMP = 0
                   MOVE 99 TO AATMP
               ELSE
                   SUBTRACT 1 FROM AATMP
               END-IF
           ELSE
               SUBTRACT 1 FROM MMTMP
           END-IF.
           COMPUTE PERIODOAAMM = AATMP * 100 + MMTMP.
       FINMESANTERIOR.
           EXIT.

       END PROGRAM INTDESCUB.
