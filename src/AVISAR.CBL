       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISAR.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAI.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

       DATA DIVISION.
       FILE SECTION.

           *> Bandeja comun de avisos al cliente; la vacia cada noche
           *> ENVAVISOS hacia cartas o el fichero de SMS/correo.
           FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVSFECHORA PIC 9999999999. *> AAMMDDHHMM alta
                 02 AVSDNI     PIC X(9).
                 02 AVSTIPO    PIC X(2). *> OF orden fallida / LE
                                         *> lista de espera / RE
                                         *> reembolso de sesion /
                                         *> DV transferencia devuelta
                                         *> / SB saldo bajo / BQ
                                         *> acceso bloqueado / PV
                                         *> cuota de prestamo
                                         *> impagada / RC reclamacion
                                         *> resuelta / OC operacion
                                         *> en cola no realizada /
                                         *> CH cheque devuelto
                 02 AVSREF     PIC X(12). *> orden, reserva, MID...
                 02 AVSTEXTO   PIC X(60).
                 02 AVSEST     PIC X(1). *> P pendiente / E enviado /
                                         *> D descartado

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

       WORKING-STORAGE SECTION.
           77 FSAI      PIC XX.
           77 FSCU      PIC XX.
           77 AVFECHAB  PIC 9(6).
           77 AVHORA    PIC 9(8).
           77 AVHORAMIN PIC 9(4).

       LINKAGE SECTION.
           77 AVDNI    PIC X(9). *> cliente (en blanco: el titular
                                 *> de AVCUENTA)
           77 AVCUENTA PIC X(10).
           77 AVTIPO   PIC X(2).
           77 AVREF    PIC X(12).
           77 AVTEXTO  PIC X(60).
       PROCEDURE DIVISION USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                                AVTEXTO.

       MAIN-PARA.
           *> Deja un aviso pendiente en AVISOS.DAT. Lo llaman los
           *> programas que producen algo que el cliente ha de saber
           *> aunque no entre en LOGIN (EJECORDEN, COLAESP, REEMESP,
           *> INTERDEV, SALDOBAJO, LOGIN, COBROPREST, RECLAMAR,
           *> APLICOLA, DEVCHEQUE). Si solo se conoce la cuenta, el
           *> aviso va a su titular.
           MOVE AVDNI TO AVSDNI.
           IF AVSDNI = SPACES
               OPEN INPUT CUENTASFILE
               IF FSCU = "35"
                   GO TO SALIDA
               END-IF
               MOVE AVCUENTA TO CUENTA
               READ CUENTASFILE
                   INVALID KEY MOVE SPACES TO DNITIT
               END-READ
               CLOSE CUENTASFILE
               MOVE DNITIT TO AVSDNI
           END-IF.
           IF AVSDNI = SPACES
               GO TO SALIDA
           END-IF.

           ACCEPT AVFECHAB FROM DATE.
           ACCEPT AVHORA FROM TIME.
           MULTIPLY AVFECHAB BY 10000 GIVING AVSFECHORA.
           DIVIDE AVHORA BY 10000 GIVING AVHORAMIN.
           ADD AVHORAMIN TO AVSFECHORA GIVING AVSFECHORA.
           OPEN EXTEND AVISOSFILE.
           IF FSAI = "35"
               OPEN OUTPUT AVISOSFILE
               CLOSE AVISOSFILE
               OPEN EXTEND AVISOSFILE
           END-IF.
           MOVE AVTIPO TO AVSTIPO.
           MOVE AVREF TO AVSREF.
           MOVE AVTEXTO TO AVSTEXTO.
           MOVE "P" TO AVSEST.
           WRITE AVISOSREC.
           CLOSE AVISOSFILE.

       SALIDA.
           EXIT PROGRAM.

       END PROGRAM AVISAR.
