       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOLADO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNNUM
           ALTERNATE RECORD KEY IS PNCUENTA WITH DUPLICATES
           FILE STATUS IS FSPN.

       DATA DIVISION.
       FILE SECTION.

           FD PENDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PENDIENTES.DAT".
               01 PENDREC.
                 02 PNNUM      PIC 9(6). *> orden de llegada
                 02 PNFECHORA  PIC 9999999999. *> AAMMDDHHMM llegada
                 02 PNDATOS.
                   03 PNTIPO     PIC X(1). *> T transferencia / C
                                           *> compra / I ingreso y R
                                           *> reintegro de CAJA / Q
                                           *> ingreso de cheque
                   03 PNCUENTA   PIC X(10). *> cuenta de la operacion
                   03 PNDNI      PIC X(9). *> quien la ordena
                   03 PNROL      PIC X(1). *> rol (ver ROLCUENTA)
                   03 PNIMPORTE  PIC 9999999V99.
                   03 PNRETEN    PIC 9999999V99. *> retenido del
                                                 *> disponible
                   03 PNDESTINO  PIC X(10). *> T: cuenta destino
                                          *> Q: entidad librada
                   03 PNTITULAR  PIC X(12). *> T: titular tecleado
                                          *> Q: numero de cheque
                   03 PNOPER     PIC X(8). *> I/R/Q: cajero
                   03 PNSESION   PIC 9(6). *> C: sesion
                   03 PNENTR     PIC 9(5). *> C: entradas
                   03 PNZONA     PIC 9. *> C: zona (0 = sin zona)
                   03 PNPROMO    PIC X(8). *> C: promocion
                   03 PNDTO      PIC 9999999V99. *> C: descuento
                   03 PNRESID    PIC 9(5). *> C: reserva que convierte
                   03 PNNOMBRE   PIC X(20). *> C: espectaculo
                 02 PNEST      PIC X(1). *> P pendiente / E en curso /
                                         *> A aplicada / R rechazada
                 02 PNMID      PIC 9(9). *> MID del apunte aplicado
                 02 PNMOTIVO   PIC X(30). *> motivo del rechazo
                 02 PNFHAPLI   PIC 9999999999. *> AAMMDDHHMM aplicacion

       WORKING-STORAGE SECTION.
           77 FSPN    PIC XX.
           77 EOF     PIC X VALUE "N".

       LINKAGE SECTION.
           77 ENCUENTA PIC X(10).
           77 ENTOTAL  PIC 9999999V99. *> retenido por la cola
       PROCEDURE DIVISION USING ENCUENTA, ENTOTAL.

       MAIN-PARA.
           *> Rutina comun (se llama como RETENIDO) que suma lo que
           *> retienen las operaciones de una cuenta aun pendientes en
           *> la cola del cierre nocturno (ver ENCOLAR). PISOSALDO la
           *> anade al piso, asi que una operacion encolada no puede
           *> gastarse dos veces antes de que APLICOLA la aplique.
           MOVE 0 TO ENTOTAL.
           OPEN INPUT PENDFILE.
           IF FSPN = "35"
               EXIT PROGRAM
           END-IF.
           MOVE ENCUENTA TO PNCUENTA.
           START PENDFILE
               KEY = PNCUENTA
               INVALID KEY
                   CLOSE PENDFILE
                   EXIT PROGRAM
           END-START.
       LEER.
           READ PENDFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR PNCUENTA NOT = ENCUENTA
               CLOSE PENDFILE
               EXIT PROGRAM
           END-IF.
           IF PNEST = "P"
               ADD PNRETEN TO ENTOTAL
           END-IF.
           GO TO LEER.

       END PROGRAM ENCOLADO.
