           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSIS.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHNUM
           ALTERNATE RECORD KEY IS CHCUENTA WITH DUPLICATES
           FILE STATUS IS FSCH.

           SELECT INTERCHQFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSIQ.

       DATA DIVISION.
       FILE SECTION.

                 02 ICTITULAR PIC X(12).
                 02 ICCANT    PIC 9999999V99.

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

           *> Remesa de cheques para el intercambio: el numero de
           *> remesa es el que la red devuelve en CHQDEV.DAT si el
           *> cheque sale impagado (ver DEVCHEQUE).
           FD INTERCHQFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "INTERCHQ.DAT".
               01 INTERCHQREC.
                 02 IQNUM     PIC 9(6).
                 02 IQFECHA   PIC 9(6). *> AAMMDD del ingreso
                 02 IQCUENTA  PIC X(10).
                 02 IQBANCO   PIC X(4).
                 02 IQNUMERO  PIC X(10).
                 02 IQIMPORTE PIC 9999999V99.

       WORKING-STORAGE SECTION.
           77 FSEN     PIC XX.
           77 FSIS     PIC XX.
           77 FSCH     PIC XX.
           77 FSIQ     PIC XX.
           77 ENVIADAS PIC 9(5) VALUE 0.
           77 REMESADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

           OPEN I-O ENVIOSFILE.
           IF FSEN = "35"
               DISPLAY "No hay ordenes de envio pendientes."
               GO TO CHEQUES
           END-IF.

           OPEN EXTEND INTERSALFILE.
           CLOSE ENVIOSFILE.
           CLOSE INTERSALFILE.
           DISPLAY "Ordenes enviadas al intercambio: " ENVIADAS.

       CHEQUES.
           *> Con las ordenes viajan tambien a la red los cheques de
           *> otras entidades ingresados en CAJA (ver ANOTACHEQ): los
           *> pendientes se vuelcan a INTERCHQ.DAT y quedan marcados
           *> como enviados, igual que las ordenes.
           OPEN I-O CHEQUESFILE.
           IF FSCH = "35"
               DISPLAY "No hay cheques pendientes de enviar."
               EXIT PROGRAM
           END-IF.

           OPEN EXTEND INTERCHQFILE.
           IF FSIQ = "35"
               OPEN OUTPUT INTERCHQFILE
               CLOSE INTERCHQFILE
               OPEN EXTEND INTERCHQFILE
           END-IF.

       LEERCHEQUE.
           READ CHEQUESFILE NEXT RECORD
               AT END GO TO FINCHEQUES
           END-READ.
           IF CHEST NOT = "P"
               GO TO LEERCHEQUE
           END-IF.
           MOVE CHNUM TO IQNUM.
           MOVE CHFECHA TO IQFECHA.
           MOVE CHCUENTA TO IQCUENTA.
           MOVE CHBANCO TO IQBANCO.
           MOVE CHNUMERO TO IQNUMERO.
           MOVE CHIMPORTE TO IQIMPORTE.
           WRITE INTERCHQREC.
           MOVE "E" TO CHEST.
           REWRITE CHEQUESREC.
           ADD 1 TO REMESADOS.
           GO TO LEERCHEQUE.

       FINCHEQUES.
           CLOSE CHEQUESFILE.
           CLOSE INTERCHQFILE.
           DISPLAY "Cheques enviados al intercambio: " REMESADOS.
           EXIT PROGRAM.

       END PROGRAM INTERENV.
