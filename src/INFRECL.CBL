       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFRECL.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCNUM
           FILE STATUS IS FSRL.

       DATA DIVISION.
       FILE SECTION.

           FD RECLAMFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECLAMACIONES.DAT".
               01 RECLAMREC.
                 02 RCNUM     PIC 9(6).
                 02 RCDNI     PIC X(9). *> cliente que reclama
                 02 RCMID     PIC 9(9). *> movimiento discutido
                 02 RCCUENTA  PIC X(10). *> cuenta del movimiento
                 02 RCMOTIVO  PIC X(40).
                 02 RCIMPORTE PIC 9999999V99. *> importe reclamado
                 02 RCOPER    PIC X(8). *> operador que la abrio
                 02 RCFECHA   PIC 9(6). *> AAMMDD apertura
                 02 RCVENCE   PIC 9(6). *> AAMMDD plazo de respuesta
                 02 RCEST     PIC X(1). *> A abierta / I investigada /
                                        *> P abono provisional /
                                        *> E estimada / D desestimada
                 02 RCNOTA    PIC X(40). *> ultima nota de la
                                         *> investigacion
                 02 RCMIDPROV PIC 9(9). *> MID del abono provisional
                 02 RCMIDFIN  PIC 9(9). *> MID del abono definitivo o
                                        *> de la anulacion
                 02 RCFECHARES PIC 9(6). *> AAMMDD resolucion

       WORKING-STORAGE SECTION.
           77 FSRL      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           77 FECHADN   PIC 9(6).
           77 DNAA      PIC 99.
           77 DNMM      PIC 99.
           77 DNDD      PIC 99.
           77 DNAAMM    PIC 9(4).
           77 DIANUM    PIC 9(6).
           77 DIAHOY    PIC 9(6).
           77 ABIERTAS  PIC 9(5) VALUE 0.
           77 IND       PIC 9(3).
           77 MAXIND    PIC 9(3).
           77 IMPRESOS  PIC 9(3).
           77 TOTIMP    PIC 9(9)V99 VALUE 0.
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 TOTFOR    PIC ZZZ,ZZZ,ZZ9.99.
           77 DIASFOR   PIC ZZZZ9.
           *> Dias del ano acumulados al empezar cada mes (ano no
           *> bisiesto), igual que INFPREST.
           01 ACUMDEF.
             02 FILLER PIC X(36)
                VALUE "000031059090120151181212243273304334".
           01 ACUMTAB REDEFINES ACUMDEF.
             02 ACUMMES PIC 999 OCCURS 12.
           *> Reclamaciones fuera de plazo; si hubiera mas de 500 se
           *> avisa al final.
           01 VENCIDAS.
             02 VENCIDA OCCURS 500.
               03 TNUM     PIC 9(6).
               03 TMID     PIC 9(9).
               03 TDNI     PIC X(9).
               03 TESTADO  PIC X(1).
               03 TVENCE   PIC 9(6).
               03 TDIAS    PIC 9(5).
               03 TIMPORTE PIC 9999999V99.
               03 TOPER    PIC X(8).
               03 TIMPRESO PIC X(1).
           77 NVEN      PIC 9(3) VALUE 0.
           77 COMPLETO  PIC X(1) VALUE "S".

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Informe diario de antiguedad de las reclamaciones (ver
           *> RECLAMAR): las que siguen sin resolver pasada la fecha
           *> de respuesta prometida al cliente, de mas a menos dias
           *> de retraso. Va en la cadena nocturna (CIERRENOCHE).
           ACCEPT FECHACT FROM DATE.
           DISPLAY "Reclamaciones fuera de plazo a " FECHACT.
           OPEN INPUT RECLAMFILE.
           IF FSRL = "35"
               DISPLAY "No hay reclamaciones."
               EXIT PROGRAM
           END-IF.
           MOVE FECHACT TO FECHADN.
           PERFORM CALCDIANUM THRU FINCALCDIANUM.
           MOVE DIANUM TO DIAHOY.

       LEER.
           READ RECLAMFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO LISTAR
           END-IF.
           IF RCEST = "E" OR RCEST = "D"
               GO TO LEER
           END-IF.
           ADD 1 TO ABIERTAS.
           IF RCVENCE NOT < FECHACT
               GO TO LEER
           END-IF.
           IF NVEN NOT < 500
               MOVE "N" TO COMPLETO
               GO TO LEER
           END-IF.
           ADD 1 TO NVEN.
           MOVE RCNUM TO TNUM (NVEN).
           MOVE RCMID TO TMID (NVEN).
           MOVE RCDNI TO TDNI (NVEN).
           MOVE RCEST TO TESTADO (NVEN).
           MOVE RCVENCE TO TVENCE (NVEN).
           MOVE RCIMPORTE TO TIMPORTE (NVEN).
           MOVE RCOPER TO TOPER (NVEN).
           MOVE "N" TO TIMPRESO (NVEN).
           MOVE RCVENCE TO FECHADN.
           PERFORM CALCDIANUM THRU FINCALCDIANUM.
           COMPUTE TDIAS (NVEN) = DIAHOY - DIANUM.
           GO TO LEER.

       LISTAR.
           CLOSE RECLAMFILE.
           DISPLAY " ".
           DISPLAY "Num.   MID       Titular   Est Vence   Dias"
                   "      Importe Operador".
           MOVE 0 TO IMPRESOS.
       SIGUIENTE.
           *> Cada pasada saca la de mas dias entre las que quedan.
           IF IMPRESOS NOT < NVEN
               GO TO FIN
           END-IF.
           MOVE 0 TO MAXIND.
           MOVE 0 TO IND.
       BUSCARMAYOR.
           ADD 1 TO IND.
           IF IND > NVEN
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
           ADD TIMPORTE (MAXIND) TO TOTIMP.
           MOVE TDIAS (MAXIND) TO DIASFOR.
           MOVE TIMPORTE (MAXIND) TO CANTFOR.
           DISPLAY TNUM (MAXIND) " " TMID (MAXIND) " " TDNI (MAXIND)
                   "  " TESTADO (MAXIND) " " TVENCE (MAXIND) " "
                   DIASFOR " " CANTFOR " " TOPER (MAXIND).
           GO TO SIGUIENTE.

       CALCDIANUM.
           *> Numero de dia de FECHADN (AAMMDD), igual que INFPREST.
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
           MOVE TOTIMP TO TOTFOR.
           DISPLAY " ".
           DISPLAY "Reclamaciones sin resolver: " ABIERTAS
                   "  fuera de plazo: " NVEN.
           DISPLAY "Importe reclamado fuera de plazo: " TOTFOR.
           IF COMPLETO = "N"
               DISPLAY "Hay mas de 500 reclamaciones fuera de plazo; "
                       "el informe solo muestra las 500 primeras."
           END-IF.
           EXIT PROGRAM.

       END PROGRAM INFRECL.
