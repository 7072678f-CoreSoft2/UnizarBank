                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

               FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
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
                 02 TITBEN  PIC X(12). *> titular declarado

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSEN      PIC XX.
           77 FSCU      PIC XX.
           77 FSAD      PIC XX.
           77 CAMPO PIC 9 VALUE 0.
           77 CDEST PIC X(10).
           77 NOMTIT  PIC X(12).
           77 SALDOFORMA PIC -Z,ZZZ,ZZZ.ZZ.
           77 EUROS PIC 9999999.
           77 CENTIMOS PIC 99.
           77 ESCAP  PIC 99.
           77 HORAMIN PIC 9(4).
           77 NOMBACT  PIC X(12).
           77 DESTDNI  PIC X(9).
           77 DESTSALDO PIC S9999999V99.
           77 NEWSALDOACT PIC S9999999V99.
           77 PISO       PIC S9999999V99.
           77 MIDORIGEN  PIC 9(9).
           77 MIDDESTINO PIC 9(9).
           77 MIDEXT     PIC 9(9).
           77 BENOPC    PIC 9.
           77 POSBEN    PIC 99.
           77 ELEGIDOBEN PIC X VALUE "N".
           77 ROLCTA    PIC X(1).
           77 TOPECTA   PIC 9999999V99.
           77 MIDAUD    PIC 9(9).
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           *> Vigencia del documento del cliente (ver DOCVIGENTE)
           77 DVESTADO  PIC X(1).
           77 DVCADDOC  PIC 9(6).
           *> Cierre nocturno en marcha (ver CONGELADO y ENCOLAR)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).
           77 ECNUM     PIC 9(6).
           *> Beneficiarios guardados del cliente mostrados en el
           *> selector (max 8, como el de cuentas de LOGIN).
           01 BENLISTA.
             02 BENENT OCCURS 8.
               03 BENCTATAB PIC X(10).
               03 BENTITTAB PIC X(12).
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
       LINKAGE SECTION.
           77 CUENTACT PIC X(10).
           77 SALDOACT PIC S9999999V99.
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       COMPROBARROL.
           *> Quien opera puede no ser el titular (ver ROLCUENTA y
           *> COTITULARES.DAT): un DNI de solo consulta no ordena
           *> transferencias y un autorizado tiene tope por
           *> operacion, que se mira en COMPROBAR.
           CALL "ROLCUENTA" USING CUENTACT, DNIACT, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               GO TO ERR
           END-IF.
           *> Con el documento de identidad caducado y pasado el
           *> plazo de gracia no se ordenan transferencias ni envios
           *> al exterior (ver DOCVIGENTE).
           CALL "DOCVIGENTE" USING DNIACT, DVESTADO, DVCADDOC.
           CANCEL "DOCVIGENTE".
           IF DVESTADO = "C"
               GO TO DOCCADUCADO
           END-IF.

       OFRECERBEN.
           *> Agenda de beneficiarios (ver MANTBEN): si el cliente
           *> tiene destinos guardados se le ofrecen antes de
       COMPROBAR.
           DIVIDE CENTIMOS BY 100 GIVING CANTOT.
           ADD EUROS TO CANTOT GIVING CANTOT.

           IF ROLCTA = "A" AND CANTOT > TOPECTA
               DISPLAY "Importe superior al autorizado para usted en "
                       "esta cuenta" LINE 20 COLUMN 10
               MOVE 2 TO CAMPO
               GO TO REPEAT
           END-IF.
           READ LIMITESFILE NEXT RECORD.
           CLOSE LIMITESFILE.

           *> El saldo puede bajar hasta el piso de la cuenta (ver
           *> PISOSALDO): SALDOMIN, o menos el descubierto pactado si
           *> tiene linea vigente.
           CALL "PISOSALDO" USING CUENTACT, PISO.
           CANCEL "PISOSALDO".
           IF SALDOACT - CANTOT < PISO AND SALDOACT - CANTOT < 0
               DISPLAY "Indique una cantidad menor!!"
                      LINE 20 COLUMN 16
               MOVE 2 TO CAMPO
               GO TO REPEAT
           END-IF.

           IF SALDOACT - CANTOT < PISO
               DISPLAY "El saldo resultante seria inferior al minimo "
                       "permitido" LINE 20 COLUMN 8
               MOVE 2 TO CAMPO
           *> aqui por el bloqueo, dejar la cuenta por debajo de
           *> SALDOMIN (ver req015/req017). Solo hace falta en el cargo
           *> (este parrafo): el abono de COMMITDESTINO solo aumenta el
           *> saldo y nunca puede incumplir un minimo. El piso incluye
           *> el descubierto pactado (ver PISOSALDO).
           CALL "PISOSALDO" USING CUENTACT, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDOACT - COMISION < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               GO TO ERR
           MOVE CDEST TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDOACT TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "CO" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TR" TO CLASEMOV.
           MOVE DESTSALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           GO TO COMMITORIGEN.

       COMMITFIN.
           *> Si ordena un cotitular o un autorizado, el rastro de
           *> auditoria deja constancia del DNI que opero.
           IF ROLCTA NOT = "P"
               PERFORM AUDITAROPER THRU FINAUDITAROPER
           END-IF.
           MOVE "N" TO EOF.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
               END-IF
           END-IF.
       CALCULARCOSAS.
           *> Con el cierre nocturno en marcha no se apunta: la
           *> transferencia queda en la cola (ver CONGELADO).
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               GO TO ENCOLARTRF
           END-IF.
           *> CALCULO FECHACT Y LASTID
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
           MOVE LASTID TO MIDORIGEN.
           MOVE LASTID TO MIDAUD.
           ADD 1 TO LASTID GIVING MIDDESTINO.
           ADD 2 TO LASTID GIVING MIDCOMISION.
           GO TO COMMITSALDOS.
           END-IF.

       CALCULAREXT.
           MOVE "Q" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           IF CGESTADO = "S"
               GO TO ENCOLARTRF
           END-IF.
           ACCEPT FECHA FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHA BY 10000 GIVING FECHORACT.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
           MOVE LASTID TO MIDEXT.
           MOVE LASTID TO MIDAUD.
           ADD 1 TO LASTID GIVING MIDCOMISION.

       COMMITEXT.
           SUBTRACT CANTOT FROM SALDO GIVING SALDO.
           MOVE SALDO TO NEWSALDOACT.

           CALL "PISOSALDO" USING CUENTACT, PISO.
           CANCEL "PISOSALDO".
           IF NEWSALDOACT - COMISION < PISO
               UNLOCK CUENTASFILE
               CLOSE CUENTASFILE
               GO TO ERR
           MOVE CDEST TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "TE" TO CLASEMOV.
           MOVE NEWSALDOACT TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
               MOVE "" TO DESTINO
               MOVE 0 TO NUMESP
               MOVE 0 TO CANTENTR
               MOVE SPACES TO PROMOMOV
               MOVE "CO" TO CLASEMOV
               MOVE SALDO TO SALDOCUENTA
               WRITE MOVIMIENTOSREC
           CLOSE ACUMDIAFILE.
           GO TO COMMITFIN.

       ENCOLARTRF.
           *> La orden ya paso todas las comprobaciones; queda en la
           *> cola con lo que cargara (importe y comision calculada
           *> en COMPROBAR) retenido del disponible, y APLICOLA la
           *> vuelve a comprobar y la apunta al terminar el cierre,
           *> interna o hacia el intercambio segun el destino.
           MOVE SPACES TO ECDATOS.
           MOVE "T" TO ECTIPO.
           MOVE CUENTACT TO ECCUENTA.
           MOVE DNIACT TO ECDNI.
           MOVE ROLCTA TO ECROL.
           MOVE CANTOT TO ECIMPORTE.
           COMPUTE ECRETEN = CANTOT + COMISION.
           MOVE CDEST TO ECDESTINO.
           MOVE NOMTIT TO ECTITULAR.
           MOVE 0 TO ECSESION.
           MOVE 0 TO ECENTR.
           MOVE 0 TO ECZONA.
           MOVE 0 TO ECDTO.
           MOVE 0 TO ECRESID.
           CALL "ENCOLAR" USING ECDATOS, ECNUM.
           CANCEL "ENCOLAR".
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Ordenar transferencia" LINE 5 COLUMN 27.
           DISPLAY "Transferencia recibida con el numero " ECNUM
                   LINE 9 COLUMN 15.
           DISPLAY "Estamos cerrando el dia: se hara efectiva en"
                   LINE 11 COLUMN 15.
           DISPLAY "breve y el importe ya no esta disponible"
                   LINE 12 COLUMN 15.
           DISPLAY "Enter - Aceptar"
                LINE 20 COLUMN 29.
       REPEATCL.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATCL
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP <> 13
               GO TO REPEATCL
             END-IF
           END-IF.
           EXIT PROGRAM.

       AUDITAROPER.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "TRANSFER" TO AUDITORIGEN.
           MOVE DNIACT TO AUDITDNI.
           MOVE "OPERA NO TITULAR" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Cta " CUENTACT " MID " MIDAUD " rol " ROLCTA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAROPER.
           EXIT.

       DESTNOENCONTRADA.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "Lo sentimos, la cuenta destino no existe"
           END-IF.
           EXIT PROGRAM.

       DOCCADUCADO.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "Su documento de identidad esta caducado"
               LINE 11 COLUMN 15.
           DISPLAY "Renuevelo en su oficina para poder operar"
               LINE 12 COLUMN 15.
           DISPLAY "Enter - Aceptar"
               LINE 20 COLUMN 29.
       REPEATDC.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
             GO TO REPEATDC
           ELSE
             ACCEPT ESCAP FROM ESCAPE KEY
             IF ESCAP <> 13
               GO TO REPEATDC
             END-IF
           END-IF.
           EXIT PROGRAM.

       ERR.
           DISPLAY ' ' ERASE LINE 1 COLUMN 1.
           DISPLAY "Lo siento, no se pudo procesar su peticion"
           END-IF.
           EXIT PROGRAM.

       END PROGRAM TRANSFER.
