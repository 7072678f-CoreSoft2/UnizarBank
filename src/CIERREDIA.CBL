           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMC.

           SELECT CHEQUESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHNUM
           ALTERNATE RECORD KEY IS CHCUENTA WITH DUPLICATES
           FILE STATUS IS FSCH.

       DATA DIVISION.
       FILE SECTION.

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
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

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
           77 FSMF       PIC XX.
           77 FSMC       PIC XX.
           77 FSCH       PIC XX.
           77 EOFCHQ     PIC X VALUE "N".
           77 EOF        PIC X VALUE "N".
           77 FECHADIA   PIC 9(6).
           77 FECHAMOVL  PIC 9(6).
           77 SUMCOMPRAS PIC S9(8)V99 VALUE 0.
           77 CNTINTERES PIC 9(5) VALUE 0.
           77 SUMINTERES PIC S9(8)V99 VALUE 0.
           77 CNTINTDEU  PIC 9(5) VALUE 0.
           77 SUMINTDEU  PIC S9(8)V99 VALUE 0.
           77 CNTRECIB   PIC 9(5) VALUE 0.
           77 SUMRECIB   PIC S9(8)V99 VALUE 0.
           77 CNTREEMB   PIC 9(5) VALUE 0.
           77 SUMREEMB   PIC S9(8)V99 VALUE 0.
           77 CNTEFECT   PIC 9(5) VALUE 0.
           77 SUMEFECT   PIC S9(8)V99 VALUE 0.
           77 CNTCOMIS   PIC 9(5) VALUE 0.
           77 SUMCOMIS   PIC S9(8)V99 VALUE 0.
           77 CNTPRESTD  PIC 9(5) VALUE 0.
           77 SUMPRESTD  PIC S9(8)V99 VALUE 0.
           77 CNTPRESTC  PIC 9(5) VALUE 0.
           77 SUMPRESTC  PIC S9(8)V99 VALUE 0.
           77 CNTRECLAM  PIC 9(5) VALUE 0.
           77 SUMRECLAM  PIC S9(8)V99 VALUE 0.
           77 CNTEMBARGO PIC 9(5) VALUE 0.
           77 SUMEMBARGO PIC S9(8)V99 VALUE 0.
           77 CNTSTORNO PIC 9(5) VALUE 0.
           77 SUMSTORNO PIC S9(8)V99 VALUE 0.
           77 CNTCHEQ    PIC 9(5) VALUE 0.
           77 SUMCHEQ    PIC S9(8)V99 VALUE 0.
           77 CNTCHDEV   PIC 9(5) VALUE 0.
           77 SUMCHDEV   PIC S9(8)V99 VALUE 0.
           77 CNTFLOT    PIC 9(5) VALUE 0.
           77 SUMFLOT    PIC S9(8)V99 VALUE 0.
           77 CNTOTROS   PIC 9(5) VALUE 0.
           77 SUMOTROS   PIC S9(8)V99 VALUE 0.
           77 SUMFORMA   PIC -ZZ,ZZZ,ZZ9.99.

       CLASIFICARCOD.
           EVALUATE CLASEMOV
               *> El pago de una cesion de entradas (ver CEDERENT) es
               *> un traspaso entre clientes.
               WHEN "TE"
               WHEN "CR"
                   ADD 1 TO CNTTRAOUT
                   ADD CANTIDAD TO SUMTRAOUT
               WHEN "TR"
               WHEN "CE"
                   ADD 1 TO CNTTRAIN
                   ADD CANTIDAD TO SUMTRAIN
               WHEN "CP"
               WHEN "AB"
                   ADD 1 TO CNTCOMPRAS
                   ADD CANTIDAD TO SUMCOMPRAS
               WHEN "IN"
                   ADD 1 TO CNTINTERES
                   ADD CANTIDAD TO SUMINTERES
               WHEN "ID"
                   ADD 1 TO CNTINTDEU
                   ADD CANTIDAD TO SUMINTDEU
               WHEN "RD"
                   ADD 1 TO CNTRECIB
                   ADD CANTIDAD TO SUMRECIB
               WHEN "RE"
                   ADD 1 TO CNTREEMB
                   ADD CANTIDAD TO SUMREEMB
               WHEN "EF"
                   ADD 1 TO CNTEFECT
                   ADD CANTIDAD TO SUMEFECT
               WHEN "CH"
                   ADD 1 TO CNTCHEQ
                   ADD CANTIDAD TO SUMCHEQ
               WHEN "CD"
                   ADD 1 TO CNTCHDEV
                   ADD CANTIDAD TO SUMCHDEV
               WHEN "CO"
               WHEN "PM"
                   ADD 1 TO CNTCOMIS
                   ADD CANTIDAD TO SUMCOMIS
               WHEN "PD"
                   ADD 1 TO CNTPRESTD
                   ADD CANTIDAD TO SUMPRESTD
               WHEN "PC"
                   ADD 1 TO CNTPRESTC
                   ADD CANTIDAD TO SUMPRESTC
               WHEN "RP"
               WHEN "RF"
               WHEN "RA"
                   ADD 1 TO CNTRECLAM
                   ADD CANTIDAD TO SUMRECLAM
               *> El abono a la autoridad va como traspaso recibido.
               WHEN "EM"
                   ADD 1 TO CNTEMBARGO
                   ADD CANTIDAD TO SUMEMBARGO
               *> Contraasientos de ANULAMOV, aparte de su clase de
               *> origen para que no compensen los totales de esta.
               WHEN "ST"
                   ADD 1 TO CNTSTORNO
                   ADD CANTIDAD TO SUMSTORNO
               WHEN OTHER
                   ADD 1 TO CNTOTROS
                   ADD CANTIDAD TO SUMOTROS
           MOVE SUMINTERES TO SUMFORMA.
           DISPLAY "Abonos de intereses           " CNTINTERES " "
                   SUMFORMA.
           MOVE SUMINTDEU TO SUMFORMA.
           DISPLAY "Intereses de descubierto      " CNTINTDEU " "
                   SUMFORMA.
           MOVE SUMRECIB TO SUMFORMA.
           DISPLAY "Recibos domiciliados          " CNTRECIB " "
                   SUMFORMA.
           MOVE SUMREEMB TO SUMFORMA.
           DISPLAY "Reembolsos de compras         " CNTREEMB " "
                   SUMFORMA.
           MOVE SUMEFECT TO SUMFORMA.
           DISPLAY "Efectivo en ventanilla        " CNTEFECT " "
                   SUMFORMA.
           MOVE SUMCHEQ TO SUMFORMA.
           DISPLAY "Ingresos de cheques           " CNTCHEQ " "
                   SUMFORMA.
           MOVE SUMCHDEV TO SUMFORMA.
           DISPLAY "Cheques devueltos             " CNTCHDEV " "
                   SUMFORMA.
           MOVE SUMCOMIS TO SUMFORMA.
           DISPLAY "Comisiones cobradas           " CNTCOMIS " "
                   SUMFORMA.
           MOVE SUMPRESTD TO SUMFORMA.
           DISPLAY "Prestamos concedidos          " CNTPRESTD " "
                   SUMFORMA.
           MOVE SUMPRESTC TO SUMFORMA.
           DISPLAY "Cuotas de prestamos cobradas  " CNTPRESTC " "
                   SUMFORMA.
           MOVE SUMRECLAM TO SUMFORMA.
           DISPLAY "Abonos por reclamaciones      " CNTRECLAM " "
                   SUMFORMA.
           MOVE SUMEMBARGO TO SUMFORMA.
           DISPLAY "Retenciones ejecutadas        " CNTEMBARGO " "
                   SUMFORMA.
           MOVE SUMSTORNO TO SUMFORMA.
           DISPLAY "Anulaciones (storno)          " CNTSTORNO " "
                   SUMFORMA.
           MOVE SUMOTROS TO SUMFORMA.
           DISPLAY "Otros                         " CNTOTROS " "
                   SUMFORMA.

       CHEQUESFLOT.
           *> Cheques en compensacion al cierre del dia: abonados ese
           *> dia o antes, sin haber llegado a su fecha valor y no
           *> devueltos (ver ANOTACHEQ y FLOTANTE). Es dinero abonado
           *> en cuentas que aun no es disponible.
           OPEN INPUT CHEQUESFILE.
           IF FSCH = "35"
               GO TO FINCHEQUESFLOT
           END-IF.
       LEERCHEQUE.
           READ CHEQUESFILE NEXT RECORD
               AT END MOVE "Y" TO EOFCHQ
           END-READ.
           IF EOFCHQ = "N"
               IF CHEST NOT = "D" AND CHFECHA NOT > FECHADIA
                       AND CHFECHAVAL > FECHADIA
                   ADD 1 TO CNTFLOT
                   ADD CHIMPORTE TO SUMFLOT
               END-IF
               GO TO LEERCHEQUE
           END-IF.
           CLOSE CHEQUESFILE.
       FINCHEQUESFLOT.
           MOVE SUMFLOT TO SUMFORMA.
           DISPLAY " ".
           DISPLAY "Cheques en compensacion       " CNTFLOT " "
                   SUMFORMA.

       CONTROLMIDS.
           *> Seccion de control: los MID del dia deben formar una
           *> secuencia sin huecos que termine en el ULTIMOMID de
