           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

	   SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

	   SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

	       FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

	       FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

	       FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6).
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

       WORKING-STORAGE SECTION.
           77 FSMF       PIC XX.
           77 FSCU       PIC XX.
           77 FSSE       PIC XX.
           77 FSMC       PIC XX.
           77 MIDIN      PIC 9(9).
           *> Cuenta puente de INTERREC donde se dejan los abonos
           *> sin destino aplicable.
           77 CUENTASUSP PIC X(10) VALUE "9999999995".
           77 REFCANT    PIC 9999999V99.
           77 REFNUMESP  PIC 9(6).
           77 REFCANTENTR PIC 9(5).
           77 REFCUENTA  PIC X(10).
           77 LASTID     PIC 9(9).
           77 HORAMIN    PIC 9(4).
           77 FECHORACT  PIC 9999999999. *> AAMMDDHHMM
           77 REFBUSCA   PIC X(40).
           77 REFCESION  PIC X(40).
           77 EOFMOV     PIC X VALUE "N".
           77 FSAS       PIC XX.
           77 LIBERADOS  PIC 9(5).
           77 COLAARG    PIC 9(6).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Aprobacion de un segundo operador (ver PEDIRAPROB)
           77 PAMODO    PIC X(1).
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PANUM     PIC 9(6) VALUE 0.
           77 PARESUL   PIC X(1).

       PROCEDURE DIVISION.

           IF MID NOT = MIDIN
               GO TO MOVNOENCONTRADO
           END-IF.
           *> Un abono de temporada (ver COMPRABONO) no se devuelve
           *> entero: solo la parte de cada sesion que se cancele, y
           *> eso lo abona REEMESP.
           IF CLASEMOV = "AB"
               CLOSE MOVIMIENTOSFILE
               DISPLAY "Ese movimiento es un abono de temporada: solo "
                       "se reembolsan sus sesiones canceladas."
               EXIT PROGRAM
           END-IF.
           *> Las entradas cedidas (ver CEDERENT) no se devuelven por
           *> aqui: solo las reembolsa REEMESP si se cancela la sesion.
           IF CLASEMOV = "CR"
               CLOSE MOVIMIENTOSFILE
               DISPLAY "Ese movimiento es una cesion de entradas: solo "
                       "se reembolsa si se cancela la sesion."
               EXIT PROGRAM
           END-IF.
           IF NUMESP = 0 OR CANTIDAD NOT < 0
               CLOSE MOVIMIENTOSFILE
               DISPLAY "Ese movimiento no es una compra de entradas, "
           *> indique que este MID ya fue reembolsado.
           STRING "Reembolso de compra MID " MIDIN
                  DELIMITED BY SIZE INTO REFBUSCA.
           *> Tampoco se reembolsa una compra de la que se cedieron
           *> entradas: el receptor ya las tiene con su propio MID.
           STRING "Cesion de entradas MID " MIDIN
                  DELIMITED BY SIZE INTO REFCESION.
           MOVE "N" TO EOFMOV.
       BUSCARREEMBOLSO.
           READ MOVIMIENTOSFILE NEXT RECORD
               CLOSE MOVIMIENTOSFILE
               GO TO YAREEMBOLSADO
           END-IF.
           IF CONCEPTO = REFCESION
               CLOSE MOVIMIENTOSFILE
               GO TO YACEDIDA
           END-IF.
           GO TO BUSCARREEMBOLSO.
       FINBUSCARREEMBOLSO.
           CLOSE MOVIMIENTOSFILE.

       PEDIRAPROBACION.
           *> Un reembolso por encima del umbral espera el visto bueno
           *> de un segundo supervisor (ver PEDIRAPROB y APROBAR): se
           *> hace cuando, ya aprobado, se repite aqui con el mismo
           *> MID.
           MOVE "P" TO PAMODO.
           MOVE "RE" TO PATIPO.
           MOVE MIDIN TO PACLAVE.
           MOVE REFCANT TO PAIMPORTE.
           MOVE SPACES TO PADETALLE.
           STRING "Reembolso de compra MID " MIDIN
                  DELIMITED BY SIZE INTO PADETALLE.
           MOVE SPACES TO PADNI.
           CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                   PADETALLE, PADNI, OPERACT, PANUM,
                                   PARESUL.
           CANCEL "PEDIRAPROB".
           IF PARESUL = "P"
               DISPLAY "El reembolso necesita la aprobacion de otro "
                       "supervisor: solicitud " PANUM "."
               DISPLAY "Repitalo cuando este aprobado en APROBAR."
               EXIT PROGRAM
           END-IF.

       CALCULARCOSAS.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MOVE "" TO DESTINO.
           MOVE REFNUMESP TO NUMESP.
           MOVE REFCANTENTR TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE CUENTASFILE.

       RESTITUIRENTRADAS.
           *> Restituir las entradas a la sesion
           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.
           OPEN I-O SESIONESFILE.
           MOVE REFNUMESP TO NUMSES.
           START SESIONESFILE
               KEY = NUMSES
               INVALID KEY GO TO ESPNOENCONTRADO
           END-START.
           READ SESIONESFILE NEXT
               AT END GO TO ESPNOENCONTRADO
           END-READ.
           ADD REFCANTENTR TO DISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.

       LIBERARASIENTOS.
           *> Se liberan exactamente las localidades vendidas con el
       FINLIBERAR.
           CLOSE ASIENTOSFILE.
       FINLIBERAR2.
           *> El aforo devuelto se ofrece a la lista de espera de la
           *> sesion (ver COLAESP) en lugar de quedar a la
           *> venta general.
           MOVE REFNUMESP TO COLAARG.
           CALL "COLAESP" USING COLAARG.
           EXIT PROGRAM.

       ESPNOENCONTRADO.
           CLOSE SESIONESFILE.
           DISPLAY "No se encontro la sesion del movimiento "
                   "original.".
           EXIT PROGRAM.

                   "anteriormente.".
           EXIT PROGRAM.

       YACEDIDA.
           DISPLAY "De esa compra se cedieron entradas a otro "
                   "cliente (ver MID " MID "); no se puede reembolsar.".
           EXIT PROGRAM.

       ABONARPUENTE.
           *> Abono a la cuenta puente con el mismo CONCEPTO de
           *> reembolso (que sigue siendo la marca contra el doble
           MOVE REFCUENTA TO DESTINO.
           MOVE REFNUMESP TO NUMESP.
           MOVE REFCANTENTR TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
