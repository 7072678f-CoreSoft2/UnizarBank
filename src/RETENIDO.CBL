       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENIDO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTNUM
           ALTERNATE RECORD KEY IS RTCUENTA WITH DUPLICATES
           FILE STATUS IS FSRT.

       DATA DIVISION.
       FILE SECTION.

           FD RETENFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RETENCIONES.DAT".
               01 RETENREC.
                 02 RTNUM      PIC 9(6).
                 02 RTCUENTA   PIC X(10). *> cuenta retenida
                 02 RTIMPORTE  PIC 9999999V99. *> importe retenido
                 02 RTREF      PIC X(20). *> referencia de la orden
                 02 RTAUTORIDAD PIC X(30). *> juzgado u organismo
                 02 RTCTAAUT   PIC X(10). *> cuenta de la autoridad
                 02 RTINICIO   PIC 9(6). *> AAMMDD desde
                 02 RTFIN      PIC 9(6). *> AAMMDD hasta (0 = sin fin)
                 02 RTEST      PIC X(1). *> A activa / L levantada /
                                         *> E ejecutada
                 02 RTOPER     PIC X(8). *> supervisor del alta
                 02 RTFECHARES PIC 9(6). *> AAMMDD levantamiento o
                                         *> ejecucion
                 02 RTPAGADO   PIC 9999999V99. *> entregado a la
                                               *> autoridad
                 02 RTMID      PIC 9(9). *> MID del cargo de la
                                         *> ejecucion

       WORKING-STORAGE SECTION.
           77 FSRT    PIC XX.
           77 EOF     PIC X VALUE "N".
           77 FECHACT PIC 9(6).

       LINKAGE SECTION.
           77 RNCUENTA PIC X(10).
           77 RNTOTAL  PIC 9999999V99. *> total retenido hoy
       PROCEDURE DIVISION USING RNCUENTA, RNTOTAL.

       MAIN-PARA.
           *> Rutina comun (se llama como PISOSALDO) que suma las
           *> retenciones judiciales o administrativas en vigor de
           *> una cuenta (ver MANTRET): activas y dentro de sus
           *> fechas. El saldo disponible es SALDO menos esta suma;
           *> PISOSALDO ya la anade al piso de todos los cargos.
           MOVE 0 TO RNTOTAL.
           OPEN INPUT RETENFILE.
           IF FSRT = "35"
               EXIT PROGRAM
           END-IF.
           ACCEPT FECHACT FROM DATE.
           MOVE RNCUENTA TO RTCUENTA.
           START RETENFILE
               KEY = RTCUENTA
               INVALID KEY
                   CLOSE RETENFILE
                   EXIT PROGRAM
           END-START.
       LEER.
           READ RETENFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y" OR RTCUENTA NOT = RNCUENTA
               CLOSE RETENFILE
               EXIT PROGRAM
           END-IF.
           IF RTEST NOT = "A" OR RTINICIO > FECHACT
               GO TO LEER
           END-IF.
           IF RTFIN NOT = 0 AND RTFIN < FECHACT
               GO TO LEER
           END-IF.
           ADD RTIMPORTE TO RNTOTAL.
           GO TO LEER.

       END PROGRAM RETENIDO.
