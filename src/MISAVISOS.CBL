       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISAVISOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOPREFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFDNI
           FILE STATUS IS FSAP.

       DATA DIVISION.
       FILE SECTION.

           *> Como quiere recibir el cliente los avisos de AVISAR
           *> (ver ENVAVISOS); sin registro, por carta a su DIR.
           FD AVISOPREFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOPREF.DAT".
               01 AVISOPREFREC.
                 02 PREFDNI    PIC X(9).
                 02 PREFCANAL  PIC X(1). *> C carta / S SMS / E correo
                 02 PREFEMAIL  PIC X(40).
                 02 PREFUMBRAL PIC 9999999V99. *> 0: sin aviso de
                                               *> saldo bajo

       WORKING-STORAGE SECTION.
           77 FSAP    PIC XX.
           77 TECLA   PIC X(01).
           77 ESCAP   PIC 99.
           77 EXISTE  PIC X(1).
           77 UMBRALFORMA PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       MAIN-PARA.
           *> El fichero se autoinicializa la primera vez, igual que
           *> BENEFICFILE.
           OPEN I-O AVISOPREFFILE.
           IF FSAP = "35"
               OPEN OUTPUT AVISOPREFFILE
               CLOSE AVISOPREFFILE
               OPEN I-O AVISOPREFFILE
           END-IF.
           MOVE DNIACT TO PREFDNI.
           MOVE "S" TO EXISTE.
           READ AVISOPREFFILE
               INVALID KEY MOVE "N" TO EXISTE
           END-READ.
           IF EXISTE = "N"
               MOVE DNIACT TO PREFDNI
               MOVE "C" TO PREFCANAL
               MOVE SPACES TO PREFEMAIL
               MOVE 0 TO PREFUMBRAL
           END-IF.

           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Avisos al cliente" LINE 5 COLUMN 30.
           DISPLAY "Le avisamos de ordenes no ejecutadas, listas de "
                   LINE 7 COLUMN 10.
           DISPLAY "espera, reembolsos, devoluciones y saldo bajo."
                   LINE 8 COLUMN 10.
           DISPLAY "Canal (C=carta, S=SMS, E=correo): "
                   LINE 11 COLUMN 10.
           DISPLAY PREFCANAL LINE 11 COLUMN 45.
           DISPLAY "Correo electronico: " LINE 13 COLUMN 10.
           DISPLAY PREFEMAIL LINE 13 COLUMN 30.
           DISPLAY "Avisar si el saldo baja de (0=no): "
                   LINE 15 COLUMN 10.
           MOVE PREFUMBRAL TO UMBRALFORMA.
           DISPLAY UMBRALFORMA LINE 15 COLUMN 46.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

       PEDIRCANAL.
           ACCEPT PREFCANAL LINE 11 COLUMN 45
               ON EXCEPTION GO TO CANCELAR
           END-ACCEPT.
           IF PREFCANAL NOT = "C" AND PREFCANAL NOT = "S"
              AND PREFCANAL NOT = "E"
               DISPLAY "Canal no valido" LINE 20 COLUMN 15
               GO TO PEDIRCANAL
           END-IF.
       PEDIREMAIL.
           ACCEPT PREFEMAIL LINE 13 COLUMN 30
               ON EXCEPTION GO TO CANCELAR
           END-ACCEPT.
           *> Sin correo no hay a donde enviar; ENVAVISOS caeria en la
           *> carta, pero es mejor decirlo aqui.
           IF PREFCANAL = "E" AND PREFEMAIL = SPACES
               DISPLAY "Indique el correo para el canal E"
                       LINE 20 COLUMN 15
               GO TO PEDIREMAIL
           END-IF.
           ACCEPT PREFUMBRAL LINE 15 COLUMN 46
               ON EXCEPTION GO TO CANCELAR
           END-ACCEPT.

           IF EXISTE = "S"
               REWRITE AVISOPREFREC
           ELSE
               WRITE AVISOPREFREC
           END-IF.
           CLOSE AVISOPREFFILE.
           DISPLAY ' ' ERASE EOS LINE 17 COLUMN 1.
           DISPLAY "Preferencias de aviso guardadas" LINE 18 COLUMN 15.
           DISPLAY "Enter - Salir" LINE 24 COLUMN 10.
       REPEATFIN.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATFIN
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATFIN
               END-IF
           END-IF.
           EXIT PROGRAM.

       CANCELAR.
           CLOSE AVISOPREFFILE.
           EXIT PROGRAM.

       END PROGRAM MISAVISOS.
