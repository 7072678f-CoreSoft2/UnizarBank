       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVAVISOS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOSFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAI.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

           SELECT AVISOPREFFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREFDNI
           FILE STATUS IS FSAP.

           SELECT CARTASFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCT.

           SELECT EXPAVFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSEX.

       DATA DIVISION.
       FILE SECTION.

           FD AVISOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOS.DAT".
               01 AVISOSREC.
                 02 AVSFECHORA PIC 9999999999. *> AAMMDDHHMM alta
                 02 AVSDNI     PIC X(9).
                 02 AVSTIPO    PIC X(2). *> ver AVISAR
                 02 AVSREF     PIC X(12).
                 02 AVSTEXTO   PIC X(60).
                 02 AVSEST     PIC X(1). *> P pendiente / E enviado /
                                         *> D descartado

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

           FD AVISOPREFFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AVISOPREF.DAT".
               01 AVISOPREFREC.
                 02 PREFDNI    PIC X(9).
                 02 PREFCANAL  PIC X(1). *> C carta / S SMS / E correo
                 02 PREFEMAIL  PIC X(40).
                 02 PREFUMBRAL PIC 9999999V99.

           *> Cartas del dia para imprimir y ensobrar.
           FD CARTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMBRECARTAS.
               01 CARTALIN PIC X(60).

           *> Fichero para la pasarela de SMS y correo, una linea
           *> por aviso con los campos separados por ";".
           FD EXPAVFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMBREEXP.
               01 EXPAVLIN PIC X(150).

       WORKING-STORAGE SECTION.
           77 FSAI      PIC XX.
           77 FSCF      PIC XX.
           77 FSAP      PIC XX.
           77 FSCT      PIC XX.
           77 FSEX      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 HAYPREF   PIC X VALUE "N".
           77 CANAL     PIC X(1).
           77 FECHAB    PIC 9(6).
           77 NOMBRECARTAS PIC X(16).
           77 NOMBREEXP PIC X(16).
           77 CARTAS    PIC 9(5) VALUE 0.
           77 MENSAJES  PIC 9(5) VALUE 0.
           77 DESCARTES PIC 9(5) VALUE 0.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Vaciado nocturno de la bandeja de avisos (ver AVISAR):
           *> cada aviso pendiente sale por el canal que eligio el
           *> cliente en MISAVISOS, como carta a su DIR en
           *> CARTASaammdd.TXT o como linea para la pasarela en
           *> AVISOSaammdd.EXP (SMS al TEL o correo), y queda marcado
           *> como enviado. Va al final de la cadena nocturna, cuando
           *> ya han dejado sus avisos los pasos anteriores.
           ACCEPT FECHAB FROM DATE.
           MOVE "ENVAVISOS" TO JCJOB.
           MOVE FECHAB TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "El envio de avisos de hoy ya esta cerrado; "
                       "no se repite."
               EXIT PROGRAM
           END-IF.
           DISPLAY "Envio de avisos al cliente del " FECHAB.

           OPEN I-O AVISOSFILE.
           IF FSAI = "35"
               DISPLAY "No hay avisos."
               GO TO CERRARJOB
           END-IF.
           OPEN INPUT CLIENTESFILE.
           *> Sin preferencias grabadas todo va por carta.
           OPEN INPUT AVISOPREFFILE.
           IF FSAP NOT = "35"
               MOVE "S" TO HAYPREF
           END-IF.

           *> En EXTEND: si la cadena se relanza el mismo dia, los
           *> avisos nuevos se anaden a los ya preparados.
           MOVE SPACES TO NOMBRECARTAS.
           STRING "CARTAS" FECHAB ".TXT"
                  DELIMITED BY SIZE INTO NOMBRECARTAS.
           OPEN EXTEND CARTASFILE.
           IF FSCT = "35"
               OPEN OUTPUT CARTASFILE
               CLOSE CARTASFILE
               OPEN EXTEND CARTASFILE
           END-IF.
           MOVE SPACES TO NOMBREEXP.
           STRING "AVISOS" FECHAB ".EXP"
                  DELIMITED BY SIZE INTO NOMBREEXP.
           OPEN EXTEND EXPAVFILE.
           IF FSEX = "35"
               OPEN OUTPUT EXPAVFILE
               CLOSE EXPAVFILE
               OPEN EXTEND EXPAVFILE
           END-IF.
           MOVE "N" TO EOF.

       LEERAVISO.
           READ AVISOSFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           IF AVSEST NOT = "P"
               GO TO LEERAVISO
           END-IF.

           *> Un cliente dado de baja ya no recibe avisos.
           MOVE AVSDNI TO DNI.
           READ CLIENTESFILE
               INVALID KEY
                   MOVE "D" TO AVSEST
                   REWRITE AVISOSREC
                   ADD 1 TO DESCARTES
                   DISPLAY "  Aviso " AVSTIPO " " AVSREF
                           " descartado: cliente " AVSDNI " no existe"
                   GO TO LEERAVISO
           END-READ.

           MOVE "C" TO CANAL.
           IF HAYPREF = "S"
               MOVE AVSDNI TO PREFDNI
               READ AVISOPREFFILE
                   INVALID KEY MOVE "C" TO PREFCANAL
               END-READ
               MOVE PREFCANAL TO CANAL
           END-IF.
           *> El correo de avisos (MISAVISOS) manda; si el cliente
           *> eligio correo sin indicarlo, se usa el de su ficha de
           *> cliente (MANTCLI).
           IF CANAL = "E" AND PREFEMAIL = SPACES
               MOVE EMAIL TO PREFEMAIL
           END-IF.
           *> Sin telefono o sin correo, el aviso no se pierde: va
           *> por carta.
           IF CANAL = "S" AND TEL = SPACES
               MOVE "C" TO CANAL
           END-IF.
           IF CANAL = "E" AND PREFEMAIL = SPACES
               MOVE "C" TO CANAL
           END-IF.

           EVALUATE CANAL
               WHEN "S"
                   MOVE SPACES TO EXPAVLIN
                   STRING "SMS;" TEL ";" AVSDNI ";" AVSTIPO ";"
                          AVSREF ";" AVSTEXTO
                          DELIMITED BY SIZE INTO EXPAVLIN
                   WRITE EXPAVLIN
                   ADD 1 TO MENSAJES
               WHEN "E"
                   MOVE SPACES TO EXPAVLIN
                   STRING "EMAIL;" PREFEMAIL ";" AVSDNI ";" AVSTIPO
                          ";" AVSREF ";" AVSTEXTO
                          DELIMITED BY SIZE INTO EXPAVLIN
                   WRITE EXPAVLIN
                   ADD 1 TO MENSAJES
               WHEN OTHER
                   PERFORM ESCRIBIRCARTA THRU FINESCRIBIRCARTA
                   ADD 1 TO CARTAS
           END-EVALUATE.
           MOVE "E" TO AVSEST.
           REWRITE AVISOSREC.
           GO TO LEERAVISO.

       ESCRIBIRCARTA.
           MOVE "========= BANCO UNIZAR - AVISO AL CLIENTE ========="
                   TO CARTALIN.
           WRITE CARTALIN.
           MOVE NOMBAPE TO CARTALIN.
           WRITE CARTALIN.
           MOVE DIR TO CARTALIN.
           WRITE CARTALIN.
           MOVE SPACES TO CARTALIN.
           WRITE CARTALIN.
           MOVE SPACES TO CARTALIN.
           STRING "Fecha (AAMMDDHHMM): " AVSFECHORA "  Ref: " AVSREF
                  DELIMITED BY SIZE INTO CARTALIN.
           WRITE CARTALIN.
           MOVE AVSTEXTO TO CARTALIN.
           WRITE CARTALIN.
           MOVE SPACES TO CARTALIN.
           WRITE CARTALIN.
       FINESCRIBIRCARTA.
           EXIT.

       FIN.
           CLOSE AVISOSFILE.
           CLOSE CLIENTESFILE.
           IF HAYPREF = "S"
               CLOSE AVISOPREFFILE
           END-IF.
           CLOSE CARTASFILE.
           CLOSE EXPAVFILE.
           DISPLAY "Cartas: " CARTAS "  SMS/correo: " MENSAJES
                   "  descartados: " DESCARTES.
           DISPLAY "Cartas en " NOMBRECARTAS "; SMS/correo en "
                   NOMBREEXP.
       CERRARJOB.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           EXIT PROGRAM.

       END PROGRAM ENVAVISOS.
