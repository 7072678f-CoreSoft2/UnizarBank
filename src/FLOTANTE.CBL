       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLOTANTE.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHNUM
           ALTERNATE RECORD KEY IS CHCUENTA WITH DUPLICATES
           FILE STATUS IS FSCH.

       DATA DIVISION.
       FILE SECTION.

           FD CHEQUESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHEQUES.DAT".
               01 CHEQUESREC.
                 02 CHNUM      PIC 9(6). *> numero de remesa
                 02 CHCUENTA   PIC X(10). *> cuenta abonada
                 02 CHBANCO    PIC X(4). *> entidad librada
                 02 CHNUMERO   PIC X(10). *> numero del cheque
                 02 CHIMPORTE  PIC 9999999V99.
                 02 CHFECHA    PIC 9(6). *> AAMMDD del ingreso
                 02 CHFECHAVAL PIC 9(6). *> AAMMDD en que el importe
                                         *> pasa a estar disponible
                 02 CHEST      PIC X(1). *> P pendiente de envio /
                                         *> E enviado (INTERENV) /
                                         *> D devuelto (DEVCHEQUE)
                 02 CHMID      PIC 9(9). *> MID del abono
                 02 CHOPER     PIC X(8). *> cajero que lo recogio
                 02 CHMIDDEV   PIC 9(9). *> MID del cargo de la
                                         *> devolucion
                 02 CHMOTIVO   PIC X(20). *> motivo de la devolucion

       WORKING-STORAGE SECTION.
           77 FSCH    PIC XX.
           77 EOF     PIC X VALUE "N".
           77 FECHACT PIC 9(6).

       LINKAGE SECTION.
           77 FLCUENTA PIC X(10).
           77 FLTOTAL  PIC 9999999V99. *> cheques sin fecha valor
       PROCEDURE DIVISION USING FLCUENTA, FLTOTAL.

       MAIN-PARA.
           *> Rutina comun (se llama como RETENIDO) que suma los
           *> cheques de una cuenta abonados y aun en compensacion
           *> (ver ANOTACHEQ): no devueltos y sin haber llegado a su
           *> fecha valor. PISOSALDO la anade al piso, asi que ese
           *> importe no se puede disponer hasta la fecha valor.
           MOVE 0 TO FLTOTAL.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               EXIT PROGRAM
           END-IF.
           ACCEPT FECHACT FROM DATE.
           MOVE FLCUENTA TO CHCUENTA.
           START CHEQUESFILE
               KEY = CHCUENTA
               INVALID KEY
                   CLOSE CHEQUESFILE
                   EXIT PROGRAM
           END-START.
       LEER.
           READ CHEQUESFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR CHCUENTA NOT = FLCUENTA
               CLOSE CHEQUESFILE
               EXIT PROGRAM
           END-IF.
           IF CHEST NOT = "D" AND CHFECHAVAL > FECHACT
               ADD CHIMPORTE TO FLTOTAL
           END-IF.
           GO TO LEER.

       END PROGRAM FLOTANTE.
