       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOBAJO.
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

           SELECT AVISOPREFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFDNI
           FILE STATUS IS FSAP.

           SELECT AVISALDOFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASCUENTA
           FILE STATUS IS FSAS.

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

           FD AVISOPREFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOPREF.DAT".
               01 AVISOPREFREC.
                 02 PREFDNI    PIC X(9).
                 02 PREFCANAL  PIC X(1). *> C carta / S SMS / E correo
                 02 PREFEMAIL  PIC X(40).
                 02 PREFUMBRAL PIC 9999999V99. *> 0: sin aviso de
                                               *> saldo bajo

           *> Cuentas ya avisadas de saldo bajo: el aviso sale una vez
           *> al cruzar el umbral, no cada noche mientras siga debajo.
           FD AVISALDOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISALDO.DAT".
               01 AVISALDOREC.
                 02 ASCUENTA  PIC X(10).
                 02 ASAVISADA PIC X(1). *> S avisada / N por debajo no
                 02 ASFECHA   PIC 9(6). *> AAMMDD del ultimo cambio

       WORKING-STORAGE SECTION.
           77 FSCU      PIC XX.
           77 FSAP      PIC XX.
           77 FSAS      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 EXISTE    PIC X(1).
           77 FECHAB    PIC 9(6).
           77 SALDOFOR  PIC -,---,--9.99.
           77 UMBRALFOR PIC Z,ZZZ,ZZ9.99.
           77 AVISADAS  PIC 9(5) VALUE 0.
           77 REPUESTAS PIC 9(5) VALUE 0.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Aviso de saldo bajo: cada cuenta abierta cuyo titular
           *> ha pedido aviso (umbral en MISAVISOS) y cuyo saldo ha
           *> bajado del umbral deja un aviso SB en AVISOS.DAT. Va en
           *> la cadena nocturna despues de las ordenes, los recibos
           *> y la liquidacion, con los saldos ya del dia.
           ACCEPT FECHAB FROM DATE.
           MOVE "SALDOBAJO" TO JCJOB.
           MOVE FECHAB TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "El aviso de saldo bajo de hoy ya esta "
                       "cerrado; no se repite."
               EXIT PROGRAM
           END-IF.
           DISPLAY "Aviso de saldo bajo del " FECHAB.

           *> Sin preferencias grabadas nadie ha pedido el aviso.
           OPEN INPUT AVISOPREFFILE.
           IF FSAP = "35"
               DISPLAY "Ningun cliente ha pedido aviso de saldo bajo."
               GO TO CERRARJOB
           END-IF.
           OPEN I-O AVISALDOFILE.
           IF FSAS = "35"
               OPEN OUTPUT AVISALDOFILE
               CLOSE AVISALDOFILE
               OPEN I-O AVISALDOFILE
           END-IF.
           OPEN INPUT CUENTASFILE.
           MOVE "N" TO EOF.

       LEERCUENTA.
           READ CUENTASFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           IF BLOQUEADA = "C"
               GO TO LEERCUENTA
           END-IF.
           MOVE DNITIT TO PREFDNI.
           READ AVISOPREFFILE
               INVALID KEY GO TO LEERCUENTA
           END-READ.
           IF PREFUMBRAL = 0
               GO TO LEERCUENTA
           END-IF.

           MOVE CUENTA TO ASCUENTA.
           MOVE "S" TO EXISTE.
           READ AVISALDOFILE
               INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE CUENTA TO ASCUENTA
               MOVE "N" TO ASAVISADA
           END-IF.

           IF SALDO < PREFUMBRAL
               IF ASAVISADA = "S"
                   GO TO LEERCUENTA
               END-IF
               PERFORM AVISARSALDO THRU FINAVISARSALDO
               MOVE "S" TO ASAVISADA
               ADD 1 TO AVISADAS
           ELSE
               *> Ha recuperado el saldo: la proxima bajada se avisa.
               IF ASAVISADA NOT = "S"
                   GO TO LEERCUENTA
               END-IF
               MOVE "N" TO ASAVISADA
               ADD 1 TO REPUESTAS
           END-IF.
           MOVE FECHAB TO ASFECHA.
           IF EXISTE = "S"
               REWRITE AVISALDOREC
           ELSE
               WRITE AVISALDOREC
           END-IF.
           GO TO LEERCUENTA.

       AVISARSALDO.
           MOVE DNITIT TO AVDNI.
           MOVE CUENTA TO AVCUENTA.
           MOVE "SB" TO AVTIPO.
           MOVE CUENTA TO AVREF.
           MOVE SALDO TO SALDOFOR.
           MOVE PREFUMBRAL TO UMBRALFOR.
           MOVE SPACES TO AVTEXTO.
           STRING "Saldo " SALDOFOR "E por debajo de "
                  UMBRALFOR "E" DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
           DISPLAY "  Cuenta " CUENTA " saldo " SALDOFOR
                   " umbral " UMBRALFOR.
       FINAVISARSALDO.
           EXIT.

       FIN.
           CLOSE CUENTASFILE.
           CLOSE AVISALDOFILE.
           CLOSE AVISOPREFFILE.
           DISPLAY "Cuentas avisadas: " AVISADAS
                   "  recuperadas sobre el umbral: " REPUESTAS.
       CERRARJOB.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           EXIT PROGRAM.

       END PROGRAM SALDOBAJO.
