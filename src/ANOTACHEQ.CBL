       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANOTACHEQ.
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

           SELECT CHQCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSCC.

       DATA DIVISION.
       FILE SECTION.

           *> Cheques de otras entidades ingresados en ventanilla,
           *> pendientes de compensar en el intercambio.
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

           FD CHQCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CHQCFG.DAT".
               01 CHQCFGREC.
                 02 DIASCOMP PIC 99. *> dias hasta la fecha valor

       WORKING-STORAGE SECTION.
           77 FSCH      PIC XX.
           77 FSCC      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 MAXNUM    PIC 9(6).
           77 FECHACT   PIC 9(6).
           77 SDDIAS    PIC 9(5).

       LINKAGE SECTION.
           77 ACCUENTA  PIC X(10).
           77 ACBANCO   PIC X(4).
           77 ACNUMERO  PIC X(10).
           77 ACIMPORTE PIC 9999999V99.
           77 ACMID     PIC 9(9).
           77 ACOPER    PIC X(8).
           77 ACNUM     PIC 9(6). *> numero de remesa asignado
           77 ACFECHAVAL PIC 9(6). *> AAMMDD disponible
       PROCEDURE DIVISION USING ACCUENTA, ACBANCO, ACNUMERO,
                                ACIMPORTE, ACMID, ACOPER, ACNUM,
                                ACFECHAVAL.

       MAIN-PARA.
           *> Rutina comun (se llama como ENCOLAR) que anota un
           *> cheque ingresado en CHEQUES.DAT. La llaman CAJA al
           *> recogerlo y APLICOLA si se recogio durante el cierre
           *> nocturno. Mientras no llega su fecha valor el importe
           *> esta abonado pero no disponible: FLOTANTE lo suma y
           *> PISOSALDO lo anade al piso. INTERENV lo envia al
           *> intercambio y DEVCHEQUE lo deshace si vuelve impagado.
           *>
           *> Dias de compensacion en un registro unico de
           *> configuracion al estilo de INACTCFGFILE, que se
           *> autoinicializa la primera vez con tres dias.
           OPEN I-O CHQCFGFILE.
           IF FSCC = "35"
               OPEN OUTPUT CHQCFGFILE
               MOVE 3 TO DIASCOMP
               WRITE CHQCFGREC
               CLOSE CHQCFGFILE
               OPEN I-O CHQCFGFILE
           END-IF.
           READ CHQCFGFILE NEXT RECORD.
           CLOSE CHQCFGFILE.
           ACCEPT FECHACT FROM DATE.
           MOVE DIASCOMP TO SDDIAS.
           CALL "SUMARDIAS" USING FECHACT, SDDIAS, ACFECHAVAL.
           CANCEL "SUMARDIAS".

           OPEN I-O CHEQUESFILE.
           IF FSCH = "35"
               OPEN OUTPUT CHEQUESFILE
               CLOSE CHEQUESFILE
               OPEN I-O CHEQUESFILE
           END-IF.
           MOVE 0 TO MAXNUM.
       BUSCARULTIMO.
           READ CHEQUESFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE CHNUM TO MAXNUM
               GO TO BUSCARULTIMO
           END-IF.

       GRABAR.
           *> Si otra caja ha tomado el mismo numero entre tanto, la
           *> clave duplicada lleva al siguiente, igual que ENCOLAR.
           ADD 1 TO MAXNUM GIVING CHNUM.
           MOVE ACCUENTA TO CHCUENTA.
           MOVE ACBANCO TO CHBANCO.
           MOVE ACNUMERO TO CHNUMERO.
           MOVE ACIMPORTE TO CHIMPORTE.
           MOVE FECHACT TO CHFECHA.
           MOVE ACFECHAVAL TO CHFECHAVAL.
           MOVE "P" TO CHEST.
           MOVE ACMID TO CHMID.
           MOVE ACOPER TO CHOPER.
           MOVE 0 TO CHMIDDEV.
           MOVE SPACES TO CHMOTIVO.
           WRITE CHEQUESREC
               INVALID KEY
                   MOVE CHNUM TO MAXNUM
                   GO TO GRABAR
           END-WRITE.
           CLOSE CHEQUESFILE.
           MOVE CHNUM TO ACNUM.
           EXIT PROGRAM.

       END PROGRAM ANOTACHEQ.
