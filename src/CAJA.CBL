               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVIMIENTOSFILE
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
                 02 DETFECHORA PIC 9999999999. *> AAMMDDHHMM
                 02 DETOPER    PIC X(8).
                 02 DETMID     PIC 9(9).
                 02 DETTIPO    PIC X(1). *> I ingreso / R reintegro /
                                         *> A anulacion (ANULAMOV)
                 02 DETIMPORTE PIC 9999999V99.

       WORKING-STORAGE SECTION.
           77 FSCA      PIC XX.
           77 FSCD      PIC XX.
           77 CUENTAIN  PIC X(10).
           77 TIPOIN    PIC X(1). *> I ingreso / R reintegro /
                                  *> C ingreso de cheque
           77 IMPORTE   PIC 9999999V99.
           77 LASTID    PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 PISO      PIC S9999999V99.
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           *> Cheque de otra entidad (ver ANOTACHEQ)
           77 BANCOIN   PIC X(4).
           77 NUMCHEQIN PIC X(10).
           77 ACNUM     PIC 9(6).
           77 ACFECHAVAL PIC 9(6).
           *> Vigencia del documento del cliente (ver DOCVIGENTE)
           77 DVESTADO  PIC X(1).
           77 DVCADDOC  PIC 9(6).
           *> Aprobacion de un segundo operador (ver PEDIRAPROB)
           77 PAMODO    PIC X(1).
           77 PATIPO    PIC X(2).
           77 PACLAVE   PIC X(20).
           77 PAIMPORTE PIC 9999999V99.
           77 PADETALLE PIC X(40).
           77 PADNI     PIC X(9).
           77 PANUM     PIC 9(6) VALUE 0.
           77 PARESUL   PIC X(1).
           *> Cierre nocturno en marcha (ver CONGELADO y ENCOLAR)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).
           77 ECNUM     PIC 9(6).
           *> Operacion para la cola del cierre (como PNDATOS en
           *> ENCOLAR).
           01 ECDATOS.
             02 ECTIPO    PIC X(1).
             02 ECCUENTA  PIC X(10).
             02 ECDNI     PIC X(9).
             02 ECROL     PIC X(1).
             02 ECIMPORTE PIC 9999999V99.
             02 ECRETEN   PIC 9999999V99.
             02 ECDESTINO PIC X(10).
             02 ECTITULAR PIC X(12).
             02 ECOPER    PIC X(8).
             02 ECSESION  PIC 9(6).
             02 ECENTR    PIC 9(5).
             02 ECZONA    PIC 9.
             02 ECPROMO   PIC X(8).
             02 ECDTO     PIC 9999999V99.
             02 ECRESID   PIC 9(5).
             02 ECNOMBRE  PIC X(20).

       PROCEDURE DIVISION.

           END-IF.

       MAIN-PARA.
           DISPLAY "Caja: ingresos y reintegros en efectivo, "
                   "ingresos de cheques".
           DISPLAY "Cuenta: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           DISPLAY "Tipo de operacion (I=Ingreso, R=Reintegro, "
                   "C=Cheque): " WITH NO ADVANCING.
           ACCEPT TIPOIN.
           IF TIPOIN NOT = "I" AND TIPOIN NOT = "R"
                               AND TIPOIN NOT = "C"
               DISPLAY "Tipo de operacion no valido."
               EXIT PROGRAM
           END-IF.
           *> Un cheque de otra entidad se identifica por la entidad
           *> librada y su numero, que viajan al intercambio con
           *> INTERENV y vuelven con DEVCHEQUE si sale impagado.
           IF TIPOIN = "C"
               DISPLAY "Entidad librada del cheque: " WITH NO ADVANCING
               ACCEPT BANCOIN
               DISPLAY "Numero del cheque: " WITH NO ADVANCING
               ACCEPT NUMCHEQIN
               IF BANCOIN = SPACES OR NUMCHEQIN = SPACES
                   DISPLAY "Faltan la entidad o el numero del cheque."
                   EXIT PROGRAM
               END-IF
           END-IF.
           DISPLAY "Importe: " WITH NO ADVANCING.
           ACCEPT IMPORTE.
           IF IMPORTE = 0
               DISPLAY "La cuenta esta bloqueada, operacion rechazada."
               EXIT PROGRAM
           END-IF.
           *> Un reintegro puede dejar la cuenta hasta su piso (ver
           *> PISOSALDO): el descubierto pactado, si tiene linea.
           CALL "PISOSALDO" USING CUENTAIN, PISO.
           CANCEL "PISOSALDO".
           IF TIPOIN = "R" AND SALDO - IMPORTE < PISO
               CLOSE CUENTASFILE
               DISPLAY "Saldo insuficiente para el reintegro."
               EXIT PROGRAM
           END-IF.
           MOVE DNITIT TO PADNI.
           CLOSE CUENTASFILE.
           *> Un titular con el documento caducado y pasado el plazo
           *> de gracia no retira efectivo hasta que se anote el
           *> documento renovado en MANTCLI (ver DOCVIGENTE).
           IF TIPOIN = "R"
               CALL "DOCVIGENTE" USING PADNI, DVESTADO, DVCADDOC
               CANCEL "DOCVIGENTE"
               IF DVESTADO = "C"
                   DISPLAY "Documento del titular caducado el "
                           DVCADDOC "; reintegro rechazado."
                   DISPLAY "Anote el documento renovado en "
                           "MANTCLI."
                   EXIT PROGRAM
               END-IF
           END-IF.

       PEDIRAPROBACION.
           *> Un reintegro grande no se paga sin el visto bueno de un
           *> segundo supervisor (ver PEDIRAPROB): pasado el umbral
           *> la operacion queda en la cola de APROBAR y solo se paga
           *> cuando, ya aprobada, se repite aqui con el mismo
           *> importe.
           IF TIPOIN NOT = "R"
               GO TO CALCULARCOSAS
           END-IF.
           MOVE "P" TO PAMODO.
           MOVE "CA" TO PATIPO.
           MOVE CUENTAIN TO PACLAVE.
           MOVE IMPORTE TO PAIMPORTE.
           MOVE "Reintegro en efectivo en caja" TO PADETALLE.
           CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE, PAIMPORTE,
                                   PADETALLE, PADNI, OPERACT, PANUM,
                                   PARESUL.
           CANCEL "PEDIRAPROB".
           IF PARESUL = "P"
               DISPLAY "El reintegro necesita la aprobacion de otro "
                       "supervisor: solicitud " PANUM "."
               DISPLAY "Repita la operacion cuando este aprobada en "
                       "APROBAR."
               EXIT PROGRAM
           END-IF.

       CALCULARCOSAS.
           *> Con el cierre nocturno en marcha no se apunta (ver
           *> CONGELADO): la operacion queda en la cola.
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               GO TO ENCOLARCAJA
           END-IF.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
               DISPLAY "La cuenta esta bloqueada, operacion rechazada."
               EXIT PROGRAM
           END-IF.
           IF TIPOIN = "R" AND SALDO - IMPORTE < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               DISPLAY "Saldo insuficiente para el reintegro."
               EXIT PROGRAM
           END-IF.
           IF TIPOIN = "R"
               SUBTRACT IMPORTE FROM SALDO
           ELSE
               ADD IMPORTE TO SALDO
           END-IF.
           *> El cheque se abona en el acto pero queda anotado en
           *> CHEQUES.DAT hasta su fecha valor: mientras tanto su
           *> importe no es disponible (ver FLOTANTE y PISOSALDO).
           IF TIPOIN = "C"
               CALL "ANOTACHEQ" USING CUENTAIN, BANCOIN, NUMCHEQIN,
                                      IMPORTE, LASTID, OPERACT, ACNUM,
                                      ACFECHAVAL
               CANCEL "ANOTACHEQ"
           END-IF.

           OPEN I-O MOVIMIENTOSFILE.
           MOVE LASTID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE CUENTA TO CUENTAMOV.
           MOVE "EF" TO CLASEMOV.
           EVALUATE TIPOIN
               WHEN "I"
                   MOVE "Ingreso en efectivo" TO CONCEPTO
                   MOVE IMPORTE TO CANTIDAD
               WHEN "R"
                   MOVE "Reintegro en efectivo" TO CONCEPTO
                   MOVE IMPORTE TO CANTIDAD
                   MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD
               WHEN "C"
                   MOVE SPACES TO CONCEPTO
                   STRING "Ingreso de cheque " BANCOIN " " NUMCHEQIN
                          DELIMITED BY SIZE INTO CONCEPTO
                   MOVE IMPORTE TO CANTIDAD
                   MOVE "CH" TO CLASEMOV
           END-EVALUATE.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           *> Un cheque no es efectivo: no pasa por el cajon.
           IF TIPOIN = "C"
               GO TO CHEQUEANOTADO
           END-IF.

       ANOTARCAJA.
           *> El efectivo fisico se anota en el cajon del operador
           WRITE CAJADETREC.
           CLOSE CAJADETFILE.

           *> Pagado el reintegro, la aprobacion queda gastada.
           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.

           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Operacion registrada correctamente, MID: " LASTID.
           DISPLAY "Nuevo saldo de la cuenta: " SALDOFORMA "E".
           EXIT PROGRAM.

       CHEQUEANOTADO.
           MOVE SALDO TO SALDOFORMA.
           DISPLAY "Cheque abonado, MID: " LASTID " remesa " ACNUM.
           DISPLAY "Nuevo saldo de la cuenta: " SALDOFORMA "E".
           DISPLAY "El importe no sera disponible hasta el "
                   ACFECHAVAL " (AAMMDD).".
           EXIT PROGRAM.

       ENCOLARCAJA.
           *> La operacion queda en la cola a nombre de este cajero;
           *> un reintegro retiene su importe del disponible. Al
           *> terminar el cierre APLICOLA la vuelve a comprobar, la
           *> apunta y la anota en el cajon del dia de la operacion
           *> y en CAJADET.DAT con su MID, como ANOTARCAJA. Un
           *> cheque va como tipo Q con la entidad y el numero en
           *> los campos de destino y titular, y APLICOLA lo anota
           *> en CHEQUES.DAT al abonarlo.
           MOVE SPACES TO ECDATOS.
           MOVE TIPOIN TO ECTIPO.
           IF TIPOIN = "C"
               MOVE "Q" TO ECTIPO
               MOVE BANCOIN TO ECDESTINO
               MOVE NUMCHEQIN TO ECTITULAR
           END-IF.
           MOVE CUENTAIN TO ECCUENTA.
           MOVE PADNI TO ECDNI.
           MOVE "P" TO ECROL.
           MOVE IMPORTE TO ECIMPORTE.
           MOVE 0 TO ECRETEN.
           IF TIPOIN = "R"
               MOVE IMPORTE TO ECRETEN
           END-IF.
           MOVE OPERACT TO ECOPER.
           MOVE 0 TO ECSESION.
           MOVE 0 TO ECENTR.
           MOVE 0 TO ECZONA.
           MOVE 0 TO ECDTO.
           MOVE 0 TO ECRESID.
           CALL "ENCOLAR" USING ECDATOS, ECNUM.
           CANCEL "ENCOLAR".
           *> La aprobacion queda gastada al aceptar el reintegro,
           *> igual que en ANOTARCAJA.
           IF PANUM NOT = 0
               MOVE "E" TO PAMODO
               CALL "PEDIRAPROB" USING PAMODO, PATIPO, PACLAVE,
                                       PAIMPORTE, PADETALLE, PADNI,
                                       OPERACT, PANUM, PARESUL
               CANCEL "PEDIRAPROB"
           END-IF.
           DISPLAY "Cierre nocturno en marcha: operacion en cola con "
                   "el numero " ECNUM ".".
           DISPLAY "Se apuntara en la cuenta y en su cajon al "
                   "terminar el cierre (APLICOLA).".
           EXIT PROGRAM.

       CTANOENCONTRADA.
           DISPLAY "No existe ninguna cuenta con ese numero.".
           EXIT PROGRAM.
