       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFPREST.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRNUM
           FILE STATUS IS FSPR.

       DATA DIVISION.
       FILE SECTION.

           FD PRESTAMOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRESTAMOS.DAT".
               01 PRESTAMOSREC.
                 02 PRNUM      PIC 9(6).
                 02 PRDNI      PIC X(9). *> prestatario
                 02 PRCUENTA   PIC X(10). *> cuenta de cargo
                 02 PRPRINC    PIC 9999999V99. *> capital concedido
                 02 PRTASA     PIC 99V99. *> tipo nominal anual (%)
                 02 PRPLAZO    PIC 999. *> meses
                 02 PRFECHA    PIC 9(6). *> AAMMDD concesion
                 02 PRCUOTA    PIC 9999999V99. *> cuota (frances)
                 02 PRPENDIENTE PIC 9999999V99. *> capital por vencer
                 02 PRCUOTASDEV PIC 999. *> cuotas ya vencidas
                 02 PRULTPER   PIC 9(4). *> AAMM ultima vencida
                 02 PRVENINT   PIC 9999999V99. *> impagado: intereses
                 02 PRVENCAP   PIC 9999999V99. *> impagado: capital
                 02 PRVENMORA  PIC 9999999V99. *> impagado: mora
                 02 PRNUMVEN   PIC 999. *> cuotas impagadas
                 02 PRFECHAVEN PIC 9(6). *> AAMMDD primer impago
                 02 PRMIDDISP  PIC 9(9). *> MID del abono del capital
                 02 PREST      PIC X(1). *> A al corriente / M moroso
                                         *> / C cancelado

       WORKING-STORAGE SECTION.
           77 FSPR      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           77 FECHADN   PIC 9(6).
           77 DNAA      PIC 99.
           77 DNMM      PIC 99.
           77 DNDD      PIC 99.
           77 DNAAMM    PIC 9(4).
           77 DIANUM    PIC 9(6).
           77 DIAHOY    PIC 9(6).
           77 REVISADOS PIC 9(5) VALUE 0.
           77 IND       PIC 9(3).
           77 MAXIND    PIC 9(3).
           77 IMPRESOS  PIC 9(3).
           77 TRAMO     PIC X(6).
           77 TOTIMPAG  PIC 9(9)V99 VALUE 0.
           77 TOTPEND   PIC 9(9)V99 VALUE 0.
           77 DEUDAFOR  PIC Z,ZZZ,ZZ9.99.
           77 PENDFOR   PIC Z,ZZZ,ZZ9.99.
           77 TOTFOR    PIC ZZZ,ZZZ,ZZ9.99.
           77 DIASFOR   PIC ZZZZ9.
           *> Dias del ano acumulados al empezar cada mes (ano no
           *> bisiesto).
           01 ACUMDEF.
             02 FILLER PIC X(36)
                VALUE "000031059090120151181212243273304334".
           01 ACUMTAB REDEFINES ACUMDEF.
             02 ACUMMES PIC 999 OCCURS 12.
           *> Prestamos morosos del informe; si hubiera mas de 500
           *> se avisa al final.
           01 MOROSOS.
             02 MOROSO OCCURS 500.
               03 TNUM     PIC 9(6).
               03 TCUENTA  PIC X(10).
               03 TDNI     PIC X(9).
               03 TCUOTAS  PIC 999.
               03 TDIAS    PIC 9(5).
               03 TDEUDA   PIC 9(8)V99.
               03 TPEND    PIC 9999999V99.
               03 TIMPRESO PIC X(1).
           77 NMOR      PIC 9(3) VALUE 0.
           77 COMPLETO  PIC X(1) VALUE "S".
           77 CNT30     PIC 9(3) VALUE 0.
           77 CNT60     PIC 9(3) VALUE 0.
           77 CNT90     PIC 9(3) VALUE 0.
           77 CNTMAS    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Informe de morosidad de los prestamos personales: los
           *> prestamos con cuotas impagadas (ver COBROPREST), de mas
           *> a menos dias de atraso desde la primera cuota sin
           *> pagar, con lo impagado (intereses, capital y mora) y el
           *> capital aun por vencer. Lo que sale aqui es lo que hay
           *> que reclamar al cliente.
           ACCEPT FECHACT FROM DATE.
           DISPLAY "Informe de morosidad de prestamos del " FECHACT.
           OPEN INPUT PRESTAMOSFILE.
           IF FSPR = "35"
               DISPLAY "No hay prestamos concedidos."
               EXIT PROGRAM
           END-IF.
           MOVE FECHACT TO FECHADN.
           PERFORM CALCDIANUM THRU FINCALCDIANUM.
           MOVE DIANUM TO DIAHOY.

       LEER.
           READ PRESTAMOSFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO LISTAR
           END-IF.
           ADD 1 TO REVISADOS.
           IF PREST NOT = "M"
               GO TO LEER
           END-IF.
           IF NMOR NOT < 500
               MOVE "N" TO COMPLETO
               GO TO LEER
           END-IF.
           ADD 1 TO NMOR.
           MOVE PRNUM TO TNUM (NMOR).
           MOVE PRCUENTA TO TCUENTA (NMOR).
           MOVE PRDNI TO TDNI (NMOR).
           MOVE PRNUMVEN TO TCUOTAS (NMOR).
           COMPUTE TDEUDA (NMOR) = PRVENINT + PRVENCAP + PRVENMORA.
           MOVE PRPENDIENTE TO TPEND (NMOR).
           MOVE "N" TO TIMPRESO (NMOR).
           MOVE PRFECHAVEN TO FECHADN.
           PERFORM CALCDIANUM THRU FINCALCDIANUM.
           IF DIANUM > DIAHOY
               MOVE 0 TO TDIAS (NMOR)
           ELSE
               COMPUTE TDIAS (NMOR) = DIAHOY - DIANUM
           END-IF.
           GO TO LEER.

       LISTAR.
           CLOSE PRESTAMOSFILE.
           DISPLAY " ".
           DISPLAY "Prestamo Cuenta     Titular    Cuotas  Dias Tramo"
                   "      Impagado  Cap. por vencer".
           MOVE 0 TO IMPRESOS.
       SIGUIENTE.
           *> Cada pasada saca el de mas dias entre los que quedan.
           IF IMPRESOS NOT < NMOR
               GO TO FIN
           END-IF.
           MOVE 0 TO MAXIND.
           MOVE 0 TO IND.
       BUSCARMAYOR.
           ADD 1 TO IND.
           IF IND > NMOR
               GO TO IMPRIMIR
           END-IF.
           IF TIMPRESO (IND) = "S"
               GO TO BUSCARMAYOR
           END-IF.
           IF MAXIND = 0
               MOVE IND TO MAXIND
           ELSE
               IF TDIAS (IND) > TDIAS (MAXIND)
                   MOVE IND TO MAXIND
               END-IF
           END-IF.
           GO TO BUSCARMAYOR.

       IMPRIMIR.
           MOVE "S" TO TIMPRESO (MAXIND).
           ADD 1 TO IMPRESOS.
           EVALUATE TRUE
               WHEN TDIAS (MAXIND) > 90
                   MOVE "+90" TO TRAMO
                   ADD 1 TO CNTMAS
               WHEN TDIAS (MAXIND) > 60
                   MOVE "61-90" TO TRAMO
                   ADD 1 TO CNT90
               WHEN TDIAS (MAXIND) > 30
                   MOVE "31-60" TO TRAMO
                   ADD 1 TO CNT60
               WHEN OTHER
                   MOVE "0-30" TO TRAMO
                   ADD 1 TO CNT30
           END-EVALUATE.
           ADD TDEUDA (MAXIND) TO TOTIMPAG.
           ADD TPEND (MAXIND) TO TOTPEND.
           MOVE TDIAS (MAXIND) TO DIASFOR.
           MOVE TDEUDA (MAXIND) TO DEUDAFOR.
           MOVE TPEND (MAXIND) TO PENDFOR.
           DISPLAY TNUM (MAXIND) "   " TCUENTA (MAXIND) " "
                   TDNI (MAXIND) "  " TCUOTAS (MAXIND) "  " DIASFOR
                   " " TRAMO " " DEUDAFOR "  " PENDFOR.
           GO TO SIGUIENTE.

       CALCDIANUM.
           *> Numero de dia de FECHADN (AAMMDD) contado desde el ano
           *> 00, para restar fechas: dias de los anos anteriores con
           *> sus bisiestos, mas los del ano hasta el mes, mas el dia.
           DIVIDE FECHADN BY 100 GIVING DNAAMM.
           COMPUTE DNDD = FUNCTION MOD (FECHADN, 100).
           COMPUTE DNMM = FUNCTION MOD (DNAAMM, 100).
           DIVIDE DNAAMM BY 100 GIVING DNAA.
           IF DNMM < 1 OR DNMM > 12
               MOVE 1 TO DNMM
           END-IF.
           COMPUTE DIANUM = DNAA * 365 + (DNAA + 3) / 4
                   + ACUMMES (DNMM) + DNDD.
           IF FUNCTION MOD (DNAA, 4) = 0 AND DNMM > 2
               ADD 1 TO DIANUM
           END-IF.
       FINCALCDIANUM.
           EXIT.

       FIN.
           MOVE TOTIMPAG TO TOTFOR.
           DISPLAY " ".
           DISPLAY "Prestamos revisados: " REVISADOS
                   "  morosos: " NMOR.
           DISPLAY "Por tramo de atraso:  0-30 " CNT30 "  31-60 "
                   CNT60 "  61-90 " CNT90 "  +90 " CNTMAS.
           DISPLAY "Total impagado:         " TOTFOR.
           MOVE TOTPEND TO TOTFOR.
           DISPLAY "Capital por vencer:     " TOTFOR.
           IF COMPLETO = "N"
               DISPLAY "Hay mas de 500 prestamos morosos; el informe "
                       "solo muestra los 500 primeros."
           END-IF.
           EXIT PROGRAM.

       END PROGRAM INFPREST.
