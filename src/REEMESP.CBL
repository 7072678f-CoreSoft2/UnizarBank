           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

           SELECT ABOVENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABVMID
           ALTERNATE RECORD KEY IS ABVCUENTA WITH DUPLICATES
           FILE STATUS IS FSAV.

       DATA DIVISION.
       FILE SECTION.

                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAJASESP.DAT".
               01 BAJASESPREC.
                 02 NUMBAJA    PIC 9(6). *> sesion cancelada
                 02 NOMBREBAJA PIC X(20).
                 02 FECHORABAJA PIC 9999999999. *> AAMMDDHHMM
                 02 ESTBAJA    PIC X(1). *> P pendiente / C reembolsada
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

           FD MOVCONTROLFILE
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

           FD ABOVENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ABOVENTAS.DAT".
               01 ABOVENTASREC.
                 02 ABVMID      PIC 9(9).
                 02 ABVCUENTA   PIC X(10).
                 02 ABVCOD      PIC 9(4).
                 02 ABVNOMBRE   PIC X(20).
                 02 ABVPRECIO   PIC 9(5)V99.
                 02 ABVASIENTO  PIC 9(5). *> localidad (0 = sin numerar)
                 02 ABVNSES     PIC 99.
                 02 ABVSESION OCCURS 10.
                   03 ABVSES    PIC 9(6).
                   03 ABVESP    PIC 9(5).
                   03 ABVPARTE  PIC 9(5)V99. *> parte del precio
                   03 ABVEST    PIC X(1). *> V vendida / R reembolsada

       WORKING-STORAGE SECTION.
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 FSBJ      PIC XX.
           77 FSMF      PIC XX.
           77 FSCU      PIC XX.
           77 FSMC      PIC XX.
           77 FSAV      PIC XX.
           77 ABVIND    PIC 99.
           77 ENABONO   PIC X VALUE "N". *> reembolso de un abono
           77 ABONOHECHO PIC X.
           77 REFCONCEPTO PIC X(40).
           77 EOFMOV    PIC X.
           77 NUMESPACT PIC 9(6).
           *> Cuenta puente de INTERREC donde se dejan los abonos
           *> sin destino aplicable.
           77 CUENTASUSP PIC X(10) VALUE "9999999995".
           *> Compras pendientes de reembolso de la sesion en
           *> curso; si una baja tuviera mas de 999, el trabajo se
           *> deja sin cerrar para reanudarlo (los ya reembolsados no
           *> se repiten gracias al control de doble reembolso).
           01 MIDSPENDIENTES.
             02 MIDTAB OCCURS 999 PIC 9(9).
           *> Lo ya cobrado por entradas cedidas de cada compra (ver
           *> CEDERENT): se descuenta de su reembolso, porque esas
           *> entradas las reembolsa el MID del receptor.
           01 CEDIDOSPENDIENTES.
             02 CEDTAB OCCURS 999 PIC 9999999V99.
           77 CEDIDO    PIC 9999999V99.
           77 REFCESION PIC X(40).
           77 NMIDS     PIC 9(3).
           77 INDMID    PIC 9(3).
           77 COMPLETO  PIC X VALUE "S". *> todas las bajas completas
           77 COMPLETOBAJA PIC X.        *> la baja en curso completa
           77 MIDCOMPRA PIC 9(9).
           77 REFCANT   PIC 9999999V99.
           77 REFNUMESP PIC 9(6).
           77 REFCANTENTR PIC 9(5).
           77 REFCUENTA PIC X(10).
           77 REFBUSCA  PIC X(40).

           OPEN I-O BAJASESPFILE.
           IF FSBJ = "35"
               DISPLAY "No hay bajas de sesiones encoladas."
               EXIT PROGRAM
           END-IF.
           DISPLAY "Reembolso masivo de sesiones canceladas".

       LEERBAJA.
           READ BAJASESPFILE NEXT RECORD
           MOVE NUMBAJA TO NUMESPACT.
           MOVE "S" TO COMPLETOBAJA.
           DISPLAY " ".
           DISPLAY "Sesion " NUMESPACT " (" NOMBREBAJA
                   "), cancelada el " FECHORABAJA ":".

       BUSCARCOMPRAS.
           *> Primera pasada: se recogen las compras de la sesion
           *> (cargo con NUMESP, igual que las reconoce REEMBOLSO)
           *> que aun NO tienen su apunte de reembolso: las ya
           *> reembolsadas se descartan aqui, de modo que si una baja
           IF NMIDS < 999
               ADD 1 TO NMIDS
               MOVE MIDCOMPRA TO MIDTAB (NMIDS)
               MOVE CEDIDO TO CEDTAB (NMIDS)
           ELSE
               *> Una compra viva que ya no cabe: la baja queda sin
               *> marcar para que otra pasada recoja lo que falta.
       SIGUIENTEMID.
           ADD 1 TO INDMID.
           IF INDMID > NMIDS
               GO TO BARRERABONOS
           END-IF.
           MOVE MIDTAB (INDMID) TO MIDCOMPRA.

                   GO TO SIGUIENTEMID
           END-READ.
           COMPUTE REFCANT = CANTIDAD * -1.
           IF CEDTAB (INDMID) > REFCANT
               MOVE 0 TO REFCANT
           ELSE
               SUBTRACT CEDTAB (INDMID) FROM REFCANT
           END-IF.
           MOVE NUMESP TO REFNUMESP.
           MOVE CANTENTR TO REFCANTENTR.
           MOVE CUENTAMOV TO REFCUENTA.
           CLOSE MOVIMIENTOSFILE.
           MOVE "N" TO ENABONO.
           MOVE SPACES TO REFCONCEPTO.
           STRING "Reembolso de compra MID " MIDCOMPRA
                  DELIMITED BY SIZE INTO REFCONCEPTO.

       ABONAR.
           *> Mismo esquema que REEMBOLSO: MID reservado bajo el
           *> bloqueo del registro de control, cuenta bloqueada de la
           *> lectura al REWRITE y el movimiento escrito antes de
           *> confirmar el saldo. No hay entradas que restituir: el
           *> la sesion y su plano ya no existen.
           OPEN I-O MOVCONTROLFILE.
           IF FSMC = "35"
               OPEN OUTPUT MOVCONTROLFILE
                   CLOSE CUENTASFILE
                   DISPLAY "AVISO: no existe la cuenta " REFCUENTA
                           " de la compra MID " MIDCOMPRA
                   GO TO TRASABONAR
           END-READ.
           IF BLOQUEADA = "C"
               *> La cuenta de la compra quedo cerrada (ver el
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE REFCUENTA TO CUENTAMOV.
           MOVE REFCONCEPTO TO CONCEPTO.
           MOVE REFCANT TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE REFNUMESP TO NUMESP.
           MOVE REFCANTENTR TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           DISPLAY "  Cuenta " REFCUENTA " abonada " CANTFOR
                   " (compra MID " MIDCOMPRA ", MID nuevo "
                   LASTID ")".
           PERFORM AVISARREEMBOLSO THRU FINAVISARREEMBOLSO.
           ADD 1 TO ABONADOS.
           MOVE "S" TO ABONOHECHO.
           GO TO TRASABONAR.

       ABONARPUENTE.
           *> Abono a la cuenta puente con el mismo CONCEPTO de
                   DISPLAY "AVISO: cuenta " REFCUENTA " cerrada y "
                           "sin cuenta puente; compra MID "
                           MIDCOMPRA " sin reembolsar."
                   GO TO TRASABONAR
           END-READ.
           ADD REFCANT TO SALDO.

           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTASUSP TO CUENTAMOV.
           MOVE REFCONCEPTO TO CONCEPTO.
           MOVE REFCANT TO CANTIDAD.
           MOVE REFCUENTA TO DESTINO.
           MOVE REFNUMESP TO NUMESP.
           MOVE REFCANTENTR TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "RE" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           DISPLAY "  Cuenta " REFCUENTA " CERRADA: " CANTFOR
                   " a la cuenta puente (compra MID " MIDCOMPRA
                   "); resuelvalo con SUSPENSO.".
           PERFORM AVISARREEMBOLSO THRU FINAVISARREEMBOLSO.
           ADD 1 TO ABONADOS.
           MOVE "S" TO ABONOHECHO.
           GO TO TRASABONAR.

       TRASABONAR.
           IF ENABONO = "N"
               GO TO SIGUIENTEMID
           END-IF.
           *> La sesion del abono queda reembolsada (R): es la marca
           *> contra el doble reembolso de los abonos, que no tienen
           *> un cargo propio por sesion que buscar.
           IF ABONOHECHO = "S"
               MOVE "R" TO ABVEST (ABVIND)
               REWRITE ABOVENTASREC
           END-IF.
           GO TO LEERABONOVENTA.

       BARRERABONOS.
           *> Segunda parte de la baja: los abonos de temporada (ver
           *> COMPRABONO) que incluyen la sesion. Se devuelve solo la
           *> parte del precio del abono que se asigno a esa sesion
           *> al venderlo; el resto del abono sigue valiendo. Van sin
           *> NUMESP porque el cargo del abono tampoco lo lleva.
           OPEN I-O ABOVENTASFILE.
           IF FSAV = "35"
               GO TO MARCARBAJA
           END-IF.
       LEERABONOVENTA.
           READ ABOVENTASFILE NEXT RECORD
               AT END
                   CLOSE ABOVENTASFILE
                   GO TO MARCARBAJA
           END-READ.
           MOVE 0 TO ABVIND.
       BUSCARSESABONO.
           ADD 1 TO ABVIND.
           IF ABVIND > ABVNSES
               GO TO LEERABONOVENTA
           END-IF.
           IF ABVSES (ABVIND) NOT = NUMESPACT
                   OR ABVEST (ABVIND) NOT = "V"
               GO TO BUSCARSESABONO
           END-IF.
           MOVE ABVMID TO MIDCOMPRA.
           MOVE ABVPARTE (ABVIND) TO REFCANT.
           MOVE ABVCUENTA TO REFCUENTA.
           MOVE 0 TO REFNUMESP.
           MOVE 0 TO REFCANTENTR.
           MOVE SPACES TO REFCONCEPTO.
           STRING "Reembolso abono MID " ABVMID " ses " NUMESPACT
                  DELIMITED BY SIZE INTO REFCONCEPTO.
           MOVE "S" TO ENABONO.
           MOVE "N" TO ABONOHECHO.
           GO TO ABONAR.

       MARCARBAJA.
           IF COMPLETOBAJA = "S"
           *> respetan mutuamente. Al terminar se recoloca la lectura
           *> en la compra para que el barrido de BUSCARCOMPRAS
           *> continue donde iba (como SUSPENSO).
           *> De paso se suma lo cobrado por cesiones de la compra.
           STRING "Reembolso de compra MID " MIDCOMPRA
                  DELIMITED BY SIZE INTO REFBUSCA.
           MOVE SPACES TO REFCESION.
           STRING "Cesion de entradas MID " MIDCOMPRA
                  DELIMITED BY SIZE INTO REFCESION.
           MOVE "N" TO YAREEM.
           MOVE 0 TO CEDIDO.
       BUSCARYAREEM.
           READ MOVIMIENTOSFILE NEXT RECORD
               AT END GO TO REPOSICIONAR
               MOVE "S" TO YAREEM
               GO TO REPOSICIONAR
           END-IF.
           IF CONCEPTO = REFCESION AND CLASEMOV = "CE"
               ADD CANTIDAD TO CEDIDO
           END-IF.
           GO TO BUSCARYAREEM.
       REPOSICIONAR.
           MOVE MIDCOMPRA TO MID.
       FINREPOSICION.
           EXIT.

       AVISARREEMBOLSO.
           *> El cliente se entera de la cancelacion y del abono
           *> aunque no entre en LOGIN (ver AVISAR); si la cuenta
           *> estaba cerrada, el aviso va igualmente a su titular.
           MOVE SPACES TO AVDNI.
           MOVE REFCUENTA TO AVCUENTA.
           MOVE "RE" TO AVTIPO.
           MOVE MIDCOMPRA TO AVREF.
           MOVE SPACES TO AVTEXTO.
           STRING "Sesion " NUMESPACT " cancelada: abonados "
                  CANTFOR "E" DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".
       FINAVISARREEMBOLSO.
           EXIT.

       FIN.
           CLOSE BAJASESPFILE.
           IF COMPLETO = "S"
