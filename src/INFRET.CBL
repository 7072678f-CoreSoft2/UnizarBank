       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFRET.
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
           77 FSRT      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           77 CNTACT    PIC 9(5) VALUE 0.
           77 CNTLEV    PIC 9(5) VALUE 0.
           77 CNTEJE    PIC 9(5) VALUE 0.
           77 SUMACT    PIC 9(9)V99 VALUE 0.
           77 SUMLEV    PIC 9(9)V99 VALUE 0.
           77 SUMPAG    PIC 9(9)V99 VALUE 0.
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 PAGFOR    PIC Z,ZZZ,ZZ9.99.
           77 TOTFOR    PIC ZZZ,ZZZ,ZZ9.99.
           77 VIGOR     PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Registro de retenciones para la asesoria juridica (ver
           *> MANTRET): todas las ordenes recibidas con su estado, lo
           *> que sigue retenido y lo entregado a cada autoridad. Una
           *> activa fuera de sus fechas sale marcada con "*": no
           *> retiene nada (ver RETENIDO) pero sigue pendiente de que
           *> la autoridad la levante.
           ACCEPT FECHACT FROM DATE.
           DISPLAY "Registro de retenciones a " FECHACT.
           OPEN INPUT RETENFILE.
           IF FSRT = "35"
               DISPLAY "No hay retenciones registradas."
               EXIT PROGRAM
           END-IF.
           DISPLAY " ".
           DISPLAY "Num.   Cuenta     E     Retenido    Entregado "
                   "Desde  Hasta  Resol. Referencia".

       LEER.
           READ RETENFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           MOVE " " TO VIGOR.
           EVALUATE RTEST
               WHEN "A"
                   ADD 1 TO CNTACT
                   ADD RTIMPORTE TO SUMACT
                   IF RTINICIO > FECHACT
                       MOVE "*" TO VIGOR
                   END-IF
                   IF RTFIN NOT = 0 AND RTFIN < FECHACT
                       MOVE "*" TO VIGOR
                   END-IF
               WHEN "L"
                   ADD 1 TO CNTLEV
                   ADD RTIMPORTE TO SUMLEV
               WHEN "E"
                   ADD 1 TO CNTEJE
           END-EVALUATE.
           ADD RTPAGADO TO SUMPAG.
           MOVE RTIMPORTE TO CANTFOR.
           MOVE RTPAGADO TO PAGFOR.
           DISPLAY RTNUM " " RTCUENTA " " RTEST VIGOR " " CANTFOR " "
                   PAGFOR " " RTINICIO " " RTFIN " " RTFECHARES " "
                   RTREF.
           DISPLAY "       " RTAUTORIDAD " cuenta " RTCTAAUT
                   " alta " RTOPER " MID " RTMID.
           GO TO LEER.

       FIN.
           CLOSE RETENFILE.
           DISPLAY " ".
           MOVE SUMACT TO TOTFOR.
           DISPLAY "Activas:     " CNTACT "  retenido  " TOTFOR.
           MOVE SUMLEV TO TOTFOR.
           DISPLAY "Levantadas:  " CNTLEV "  liberado  " TOTFOR.
           DISPLAY "Ejecutadas:  " CNTEJE.
           MOVE SUMPAG TO TOTFOR.
           DISPLAY "Entregado a las autoridades: " TOTFOR.
           EXIT PROGRAM.

       END PROGRAM INFRET.
