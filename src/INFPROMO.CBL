       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPROMO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROCOD
           FILE STATUS IS FSPR.

       DATA DIVISION.
       FILE SECTION.

           FD PROMOCIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PROMOCIONES.DAT".
               01 PROMOCIONESREC.
                 02 PROCOD     PIC X(8).
                 02 PRODESC    PIC X(20).
                 02 PROESP     PIC 9(5). *> espectaculo (0 = todos)
                 02 PROTIPO    PIC X(1). *> P porcentaje / F fijo
                                         *> por entrada
                 02 PROVALOR   PIC 999V99. *> % o importe por entrada
                 02 PRODESDE   PIC 9(6). *> AAMMDD inicio
                 02 PROHASTA   PIC 9(6). *> AAMMDD fin
                 02 PROMAXUSOS PIC 9(5). *> compras admitidas
                                         *> (0 = sin tope)
                 02 PROUSOS    PIC 9(5). *> compras que la usaron
                 02 PROCONCES  PIC X(1). *> S concesion: documento
                                         *> en puerta (PUERTA) / N no
                 02 PROENTR    PIC 9(7). *> entradas vendidas con ella
                 02 PRODTO     PIC 9(7)V99. *> descuento concedido

       WORKING-STORAGE SECTION.
           77 FSPR      PIC XX.
           77 FECHACT   PIC 9(6).
           77 ESTADO    PIC X(8).
           77 REVISADAS PIC 9(5) VALUE 0.
           77 USOSTOT   PIC 9(7) VALUE 0.
           77 ENTRTOT   PIC 9(7) VALUE 0.
           77 DTOTOT    PIC 9(9)V99 VALUE 0.
           77 DTOCONC   PIC 9(9)V99 VALUE 0.
           77 DTOFORMA  PIC Z,ZZZ,ZZ9.99.
           77 DTOTOTF   PIC ZZZ,ZZZ,ZZ9.99.
           77 ENTRFORMA PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Coste de las promociones: por cada codigo (ver
           *> MANTPROMO), compras y entradas vendidas con el y
           *> descuento total concedido sobre el precio de venta, con
           *> los contadores que lleva COMPRAR en cada compra. Las de
           *> concesion se totalizan aparte.
           ACCEPT FECHACT FROM DATE.
           DISPLAY "Informe de coste de promociones del " FECHACT.
           OPEN INPUT PROMOCIONESFILE.
           IF FSPR = "35"
               DISPLAY "No hay promociones registradas."
               EXIT PROGRAM
           END-IF.
           DISPLAY " ".
           DISPLAY "Codigo   Descripcion          C Estado    Usos"
                   "   Entradas     Descuento".

       LEER.
           READ PROMOCIONESFILE NEXT RECORD
               AT END GO TO FIN
           END-READ.
           ADD 1 TO REVISADAS.
           MOVE "VIGENTE" TO ESTADO.
           IF FECHACT > PROHASTA
               MOVE "VENCIDA" TO ESTADO
           END-IF.
           IF FECHACT < PRODESDE
               MOVE "FUTURA" TO ESTADO
           END-IF.
           IF PROMAXUSOS > 0 AND PROUSOS NOT < PROMAXUSOS
               MOVE "AGOTADA" TO ESTADO
           END-IF.
           ADD PROUSOS TO USOSTOT.
           ADD PROENTR TO ENTRTOT.
           ADD PRODTO TO DTOTOT.
           IF PROCONCES = "S"
               ADD PRODTO TO DTOCONC
           END-IF.
           MOVE PROENTR TO ENTRFORMA.
           MOVE PRODTO TO DTOFORMA.
           DISPLAY PROCOD " " PRODESC " " PROCONCES " " ESTADO " "
                   PROUSOS " " ENTRFORMA " " DTOFORMA.
           GO TO LEER.

       FIN.
           CLOSE PROMOCIONESFILE.
           DISPLAY " ".
           DISPLAY "Promociones: " REVISADAS "  compras con descuento: "
                   USOSTOT.
           MOVE ENTRTOT TO ENTRFORMA.
           DISPLAY "Entradas con descuento: " ENTRFORMA.
           MOVE DTOTOT TO DTOTOTF.
           DISPLAY "Descuento total concedido: " DTOTOTF.
           MOVE DTOCONC TO DTOTOTF.
           DISPLAY "  de ello en concesiones:  " DTOTOTF.
           EXIT PROGRAM.

       END PROGRAM INFPROMO.
