           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ESPERAID
           FILE STATUS IS FSES.

           SELECT PROMOCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROCOD
           LOCK MODE IS MANUAL
           FILE STATUS IS FSPR.

	   DATA DIVISION.
	   FILE SECTION.

                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDEREDESP.DAT".
               01 ESPECTACULOSRECOF.
                 02 NUMOF     PIC 9(6). *> sesion
                 02 NOMBREOF   PIC X(20). 
                 02 DESCRIPCIONOF   PIC X(20).
                 02 FECHAOF PIC 9(6). *> AAMMDD
                 02 HORAOF PIC 9(4). *> HHMM
                 02 PRECIOOF PIC 999V99.
                 02 DISPONIBLESOF PIC 99999.
                 02 ASIGNADASOF PIC 99999.
                 02 RECINTOOF PIC X(4).
                 02 ESPOF PIC 9(5). *> espectaculo

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
                 02 NUMESP PIC 9(6) VALUE 0. *> espectaculo comprado (0 = no aplica)
                 02 CANTENTR PIC 9(5) VALUE 0. *> entradas compradas (0 = no aplica)
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)
                 
               FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20). 
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos

               FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> Sin formato
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

               FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6).
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

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

               FD ACUMDIAFILE
                   LABEL RECORDS ARE STANDARD
               01 ESPERAREC.
                 02 ESPERAID   PIC 9(5).
                 02 DNIESPERA  PIC X(9).
                 02 NUMESPESP  PIC 9(6).
                 02 CANTESPERA PIC 9(5).
                 02 FECHORAALTA PIC 9999999999. *> AAMMDDHHMM

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
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSMF   PIC XX.
           77 FSOFE PIC XX.
           77 FSEF PIC XX.
           77 ANO    PIC XX.
           77 TMP    PIC 9999.
           77 TMP2    PIC 99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.
           77 PRECIOFORMA PIC ZZ9.99.
           77 CANTACT PIC 99.
           77 NUMACT PIC 9(6).
           77 CANTTOT PIC 9999999V99.
           77 LASTID PIC 9(9).
           77 HORA PIC 9(8).
           77 RESIDUSADA PIC 9(5).
           77 FECHORAVAL PIC 9999999999. *> AAMMDDHHMM
           77 TOTALHOY  PIC 9999999V99.
           77 NEWSALDO  PIC S9999999V99.
           77 PISO      PIC S9999999V99.
           77 TIKOK     PIC X(1) VALUE "N".
           77 FSES      PIC XX.
           77 EOFESP    PIC X VALUE "N".
           77 MAXIDESP  PIC 9(5).
           77 ROLCTA    PIC X(1).
           77 TOPECTA   PIC 9999999V99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 ZONAACT   PIC 9.
           77 NOMZONA   PIC X(12).
           77 LIBRESZONA PIC 9(5).
           77 ZONAOK    PIC X(1).
           77 PRECIOZONA PIC 999V99.
           77 PRECIOASI PIC 999V99.
           77 RETENIDAS PIC 9(5).
           77 FSSE      PIC XX.
           77 NOMBREACT PIC X(20).
           77 PRECIOACT PIC 999V99.
           77 FSPR      PIC XX.
           77 PROMOIN   PIC X(8).
           77 PROMOACT  PIC X(8).
           77 PRODESCACT PIC X(20).
           77 CONCESACT PIC X(1).
           77 PROMOOK   PIC X(1).
           77 DESCUENTO PIC 9999999V99.
           77 MSGPROMO  PIC X(45).
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
           01 HORAFMT.
             02 HORAFH  PIC 99.
             02 FILLER  PIC X VALUE ":".
             02 HORAFM  PIC 99.
       LINKAGE SECTION.
           77 CUENTACT   PIC X(10).
           77 SALDOACT PIC S9999999V99. 
           77 DNIACT PIC X(9).
       PROCEDURE DIVISION USING CUENTACT, SALDOACT, DNIACT.

       COMPROBARROL.
           *> Igual que en TRANSFER (ver ROLCUENTA): un DNI de solo
           *> consulta no compra con la cuenta y un autorizado no
           *> pasa de su tope por operacion.
           CALL "ROLCUENTA" USING CUENTACT, DNIACT, ROLCTA, TOPECTA.
           CANCEL "ROLCUENTA".
           IF ROLCTA = "C" OR ROLCTA = "N"
               GO TO NOPERMITIDO
           END-IF.

       ORDENAR.
           *> ORDENARESP ya no se invoca aqui: se ejecuta como trabajo
           *> programado (ver req 005), no en cada apertura de pantalla,
           *> para no volver a ordenar SESIONESFILE en cada compra.
           MOVE 0 TO CUENT.
         AYLEER.
	   MOVE "N" TO EOF.
           DISPLAY "Saldo actual: "SALDOFORMA"E"
                    LINE 7 COLUMN 26.
           
           DISPLAY "Sesion Fecha    Hora  Nombre               "
                   "Descripcion     Precio  Disponibles"
                   LINE 9 COLUMN 1.
	 LEER. 
               
                       STRING DIA "/" MES "/" ANO
                              DELIMITED BY SIZE INTO TODO
                       
                       DISPLAY TODO LINE LUGAR COLUMN 8
                       DISPLAY NUMOF LINE LUGAR COLUMN 1
                       DIVIDE HORAOF BY 100 GIVING HORAFH
                              REMAINDER HORAFM
                       DISPLAY HORAFMT LINE LUGAR COLUMN 17
                       DISPLAY NOMBREOF LINE LUGAR COLUMN 23
                       DISPLAY DESCRIPCIONOF (1:15)
                               LINE LUGAR COLUMN 44
                       MOVE PRECIOOF TO PRECIOFORMA
                       DISPLAY PRECIOFORMA LINE LUGAR COLUMN 60
                       MOVE DISPONIBLESOF TO DISPFORMA
               END-IF.  
               
           REPEATX.
                    DISPLAY "Comprar __ entradas de la sesion ______ "
                            "y pulsa enter para proceder"
                            LINE 21 COLUMN 10.
                    DISPLAY "F11 - Mov. anteriores"
                            LINE 24 COLUMN 61.
                    IF CUENT = 0
                        CLOSE ORDEREDFILEESP
                        CLOSE SESIONESFILE
                        EXIT PROGRAM.
                    *>ELSE 
                        *>MOVE 0 TO CUENTA
                            ON EXCEPTION GO TO INTERRUPCION
                    ELSE
                        IF CAMPO = 1
                            ACCEPT NUMACT LINE 21 COLUMN 43
                            ON EXCEPTION GO TO INTERRUPCION
                        END-IF
                    END-IF.
                GO TO LEER.
	     
	     VALIDAR.     
                 OPEN I-O SESIONESFILE.
                 MOVE NUMACT TO NUMSES.
                 START SESIONESFILE
                    KEY = NUMSES
                    INVALID KEY GO TO ERR
                 END-START
                 READ SESIONESFILE NEXT
	                AT END MOVE "Y" TO EOF
	         END-READ
                 *> Nombre y precio son del espectaculo; el aforo
                 *> (DISPONIBLES) y el plano son de la sesion.
                 OPEN INPUT ESPECTACULOSFILE.
                 MOVE NUMESPSES TO NUM.
                 READ ESPECTACULOSFILE
                    INVALID KEY
                        CLOSE ESPECTACULOSFILE
                        GO TO ERR
                 END-READ.
                 MOVE NOMBRE TO NOMBREACT.
                 MOVE PRECIO TO PRECIOACT.
                 CLOSE ESPECTACULOSFILE.
                 IF CANTACT < 1
                     GO TO ERR
                 END-IF

                 *> Si el cliente tiene una reserva viva de esta
                 *> sesion (ver RESERVAR), la compra la
                 *> convierte: sus entradas ya estan descontadas de
                 *> DISPONIBLES y la cantidad comprada es la
                 *> reservada.
                     GO TO OFRECERESPERA
                 END-IF.

                 *> Precio por zona (ver MANTREC y MANTESP): la compra
                 *> nueva elige zona y paga la de su precio; la que
                 *> convierte una reserva paga las localidades que la
                 *> reserva retiene, cada una al precio de su zona.
                 MOVE 0 TO ZONAACT.
                 MOVE SPACES TO NOMZONA.
                 IF RESERVAUSADA = "S"
                     PERFORM PRECIORESERVA THRU FINPRECIORESERVA
                 ELSE
                     PERFORM ELEGIRPRECIO THRU FINELEGIRPRECIO
                 END-IF.
                 IF ZONAOK = "N"
                     CLOSE SESIONESFILE
                     GO TO ORDENAR
                 END-IF.
                 IF ZONAOK = "S" AND CANTACT > LIBRESZONA
                     GO TO SINZONA
                 END-IF.

                 *> Codigo de promocion opcional (ver MANTPROMO): el
                 *> descuento se resta de CANTTOT antes de comprobar
                 *> saldo y limites, que se miden sobre lo que de
                 *> verdad se cobra.
                 PERFORM PEDIRPROMO THRU FINPEDIRPROMO.
                 IF PROMOOK = "N"
                     CLOSE SESIONESFILE
                     GO TO ORDENAR
                 END-IF.
                 
                 OPEN I-O CUENTASFILE.
                 MOVE CUENTACT TO CUENTA.
                 IF BLOQUEADA NOT = "N"
                     GO TO ERR
                 END-IF
                 *> El saldo puede bajar hasta el piso de la cuenta
                 *> (ver PISOSALDO): el descubierto pactado, si lo hay.
                 CALL "PISOSALDO" USING CUENTACT, PISO.
                 CANCEL "PISOSALDO".
                 IF SALDO - CANTTOT < PISO AND SALDO - CANTTOT < 0
                     GO TO SALDOINSUF.
                 IF ROLCTA = "A" AND CANTTOT > TOPECTA
                     GO TO LIMITEEXCEDIDO
                 END-IF.

                 *> Limites configurables (ver LIMCONFIG), independientes
                 *> del saldo disponible: minimo tras la operacion y tope
                 READ LIMITESFILE NEXT RECORD.
                 CLOSE LIMITESFILE.

                 IF SALDO - CANTTOT < PISO
                     GO TO LIMITEEXCEDIDO
                 END-IF.

                 MOVE TMP2 TO DIA
                 STRING DIA "/" MES "/" ANO
                   DELIMITED BY SIZE INTO TODO
                 DISPLAY "del expectaculo "NOMBREACT" del "TODO
                         LINE 10 COLUMN 15.
                 DIVIDE HORASES BY 100 GIVING HORAFH REMAINDER HORAFM.
                 DISPLAY "Hora: "HORAFMT"  Recinto: "RECINTO
                         LINE 14 COLUMN 25.
                 MOVE CANTTOT TO CANTFORMAT.
                 DISPLAY "Precio total: "CANTFORMAT"E"
                         LINE 11 COLUMN 25.
                     DISPLAY "(se convierte su reserva pendiente)"
                             LINE 12 COLUMN 22
                 END-IF.
                 IF ZONAOK = "S"
                     DISPLAY "Zona: "NOMZONA
                             LINE 13 COLUMN 25
                 END-IF.
                 IF PROMOACT NOT = SPACES
                     MOVE DESCUENTO TO CANTFORMAT
                     DISPLAY "Promocion "PRODESCACT": -"CANTFORMAT"E"
                             LINE 15 COLUMN 15
                 END-IF.
                 IF CONCESACT = "S"
                     DISPLAY "Entrada de concesion: presente su "
                             "documento en la puerta"
                             LINE 16 COLUMN 15
                 END-IF.
                         
                 DISPLAY "Enter - Aceptar"
                     LINE 24 COLUMN 10.
                   ACCEPT ESCAP FROM ESCAPE KEY
                   IF ESCAP = 1
                     CLOSE CUENTASFILE
                     CLOSE SESIONESFILE
                     EXIT PROGRAM
                   ELSE
                     IF ESCAP = 13
                 CLOSE CUENTASFILE.

              CALCULARCOSAS.
                 *> Con el cierre nocturno en marcha no se apunta: la
                 *> compra queda en la cola (ver CONGELADO).
                 MOVE "Q" TO CGACCION.
                 CALL "CONGELADO" USING CGACCION, CGESTADO.
                 CANCEL "CONGELADO".
                 IF CGESTADO = "S"
                     GO TO ENCOLARCOMPRA
                 END-IF.
                 *> CALCULO FECHACT Y LASTID
                 ACCEPT FECHAB FROM DATE.
                 ACCEPT HORA FROM TIME.
                  MOVE FECHORACT TO FECHORA.
                  MOVE CUENTACT TO CUENTAMOV.
                  STRING "Compra de "CANTACT" entradas de "
                         NOMBREACT
                        DELIMITED BY SIZE INTO CONCEPTO.
                  MOVE CANTTOT TO CANTIDAD.
                  MULTIPLY CANTIDAD BY -1 GIVING CANTIDAD.
                  MOVE NUMACT TO NUMESP.
                  MOVE CANTACT TO CANTENTR.
                  MOVE "CP" TO CLASEMOV.
                  MOVE PROMOACT TO PROMOMOV.

             ACTUALIZARESP.
                  *> El saldo se confirma sobre el SALDO leido en este
                  *> bloqueo, dejar la cuenta por debajo de SALDOMIN
                  *> (ver req015/req017). Repetir la comprobacion aqui no
                  *> cuesta disponibilidad: el bloqueo ya esta tomado.
                  CALL "PISOSALDO" USING CUENTACT, PISO.
                  CANCEL "PISOSALDO".
                  IF NEWSALDO < PISO
                      UNLOCK CUENTASFILE
                      GO TO LIMITEEXCEDIDO
                  END-IF.

                  *> El uso de la promocion se cuenta con el registro
                  *> bloqueado y antes de grabar la compra: si entre
                  *> tanto otra venta ha agotado el tope, esta no se
                  *> hace.
                  IF PROMOACT NOT = SPACES
                      PERFORM CONTARPROMO THRU FINCONTARPROMO
                      IF PROMOOK = "N"
                          UNLOCK CUENTASFILE
                          GO TO PROMOAGOTADA
                      END-IF
                  END-IF.

                  *> El movimiento se escribe con ese saldo ya bloqueado
                  *> (para que su SALDOCUENTA nunca quede desincronizado
                  *> del SALDO que se confirma a la vez) y ANTES de
                              DELETE RESERVASFILE RECORD
                      END-READ
                      CLOSE RESERVASFILE
                      CLOSE SESIONESFILE
                  ELSE
                      SUBTRACT CANTACT FROM DISPONIBLES
                             GIVING DISPONIBLES
                      REWRITE SESIONESREC
                      CLOSE SESIONESFILE
                  END-IF.

                  REWRITE CUENTASREC.
                 *> Asignacion de localidades concretas (ver MANTESP):
                 *> si la compra convierte una reserva se toman las
                 *> localidades retenidas por esa reserva; si no, las
                 *> primeras libres de la zona elegida. Los
                 *> espectaculos anteriores al plano de asientos se
                 *> venden sin numerar.
                 MOVE SPACES TO ASIENTOSTXT.
                 MOVE 1 TO PUNTTXT.
                 MOVE 0 TO ASIGNADOS.
                     IF ESTADOASI NOT = "L"
                         GO TO LEERASIENTO
                     END-IF
                     IF ZONAOK = "S" AND ZONAASI NOT = ZONAACT
                         GO TO LEERASIENTO
                     END-IF
                 END-IF.
                 MOVE "V" TO ESTADOASI.
                 MOVE LASTID TO MIDASIENTO.
                 *> REIMPRIMIR a partir del MID.
                 CALL "TIKENT" USING LASTID, TIKOK.
                 CANCEL "TIKENT".
                 *> Si compra un cotitular o un autorizado, el rastro
                 *> de auditoria deja constancia del DNI que opero.
                 IF ROLCTA NOT = "P"
                     PERFORM AUDITAROPER THRU FINAUDITAROPER
                 END-IF.
                  *> ToDo OKEYY
                 DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
                 DISPLAY "Por favor, retire las entradas"
                     GO TO REPEATD
                   END-IF
                 END-IF.
                 CLOSE SESIONESFILE.
                 CLOSE ORDEREDFILEESP.
                 EXIT PROGRAM.
                 *> FIN

             ENCOLARCOMPRA.
                 *> La compra ya paso todas las comprobaciones; queda
                 *> en la cola con su importe retenido del disponible.
                 *> APLICOLA, al terminar el cierre, vuelve a mirar
                 *> aforo, reserva, promocion y saldo, asigna las
                 *> localidades y genera las entradas, que el cliente
                 *> vera despues en MISENTRADAS.
                 MOVE SPACES TO ECDATOS.
                 MOVE "C" TO ECTIPO.
                 MOVE CUENTACT TO ECCUENTA.
                 MOVE DNIACT TO ECDNI.
                 MOVE ROLCTA TO ECROL.
                 MOVE CANTTOT TO ECIMPORTE.
                 MOVE CANTTOT TO ECRETEN.
                 MOVE NUMACT TO ECSESION.
                 MOVE CANTACT TO ECENTR.
                 MOVE 0 TO ECZONA.
                 IF ZONAOK = "S"
                     MOVE ZONAACT TO ECZONA
                 END-IF.
                 MOVE PROMOACT TO ECPROMO.
                 MOVE DESCUENTO TO ECDTO.
                 MOVE 0 TO ECRESID.
                 IF RESERVAUSADA = "S"
                     MOVE RESIDUSADA TO ECRESID
                 END-IF.
                 MOVE NOMBREACT TO ECNOMBRE.
                 CALL "ENCOLAR" USING ECDATOS, ECNUM.
                 CANCEL "ENCOLAR".
                 CLOSE SESIONESFILE.
                 CLOSE ORDEREDFILEESP.
                 DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
                 DISPLAY "Compra recibida con el numero "ECNUM
                        LINE 9 COLUMN 18.
                 DISPLAY "Estamos cerrando el dia: se hara efectiva"
                        LINE 11 COLUMN 15.
                 DISPLAY "en breve y vera sus entradas en el menu"
                        LINE 12 COLUMN 15.
                 DISPLAY "Mis entradas"
                        LINE 13 COLUMN 15.
                 DISPLAY "Enter - Aceptar"
                     LINE 20 COLUMN 30.
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
                 
             OFRECERESPERA.
                 *> El espectaculo esta agotado (o no quedan tantas
                 *> REEMBOLSO devuelvan aforo, COLAESP convertira la
                 *> cabeza de la cola en una reserva con caducidad,
                 *> que esta misma pantalla convierte en compra.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE EOS LINE 7 COLUMN 1.
                 DISPLAY "No quedan entradas suficientes de ese "
                         "espectaculo" LINE 9 COLUMN 15.

             ERR.
                 CLOSE CUENTASFILE.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE LINE 1 COLUMN 1.
                 DISPLAY "Lo siento, no se pudo procesar su peticion"
                     LINE 12 COLUMN 15.
             
             SALDOINSUF.
                 CLOSE CUENTASFILE.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1 
                 DISPLAY "Lo sentimos mucho, pero el "
                        "saldo es insuficiente"

             LIMITEEXCEDIDO.
                 CLOSE CUENTASFILE.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1
                 DISPLAY "No se puede procesar la compra: se ha "
                        "superado un limite configurado"
                 END-IF.
                 GO TO ORDENAR.

             NOPERMITIDO.
                 CALL "MOSTRARTITULO".
                 CANCEL "MOSTRARTITULO".
                 DISPLAY "Su acceso a esta cuenta es solo de consulta"
                     LINE 12 COLUMN 15.
                 DISPLAY "Enter - Aceptar"
                     LINE 20 COLUMN 29.
             REPEATNP.
                 ACCEPT TECLA WITH AUTO PROMPT " ".
                 IF TECLA <> " "
                   GO TO REPEATNP
                 ELSE
                   ACCEPT ESCAP FROM ESCAPE KEY
                   IF ESCAP <> 13
                     GO TO REPEATNP
                   END-IF
                 END-IF.
                 EXIT PROGRAM.

             SINZONA.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1.
                 DISPLAY "No quedan tantas localidades en esa zona; "
                        "pruebe con otra" LINE 12 COLUMN 12.
                 DISPLAY "Enter - Aceptar"
                     LINE 20 COLUMN 29.
             REPEATSZ.
                 ACCEPT TECLA WITH AUTO PROMPT " ".
                 IF TECLA <> " "
                   GO TO REPEATSZ
                 ELSE
                   ACCEPT ESCAP FROM ESCAPE KEY
                   IF ESCAP <> 13
                     GO TO REPEATSZ
                   END-IF
                 END-IF.
                 GO TO ORDENAR.

             PROMOAGOTADA.
                 CLOSE CUENTASFILE.
                 CLOSE SESIONESFILE.
                 DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1.
                 DISPLAY "La promocion se acaba de agotar; la compra "
                        "no se ha hecho" LINE 12 COLUMN 12.
                 DISPLAY "Enter - Aceptar"
                     LINE 20 COLUMN 29.
             REPEATPA.
                 ACCEPT TECLA WITH AUTO PROMPT " ".
                 IF TECLA <> " "
                   GO TO REPEATPA
                 ELSE
                   ACCEPT ESCAP FROM ESCAPE KEY
                   IF ESCAP <> 13
                     GO TO REPEATPA
                   END-IF
                 END-IF.
                 GO TO ORDENAR.

             PEDIRPROMO.
                 *> Un codigo vale si existe, es de este espectaculo o
                 *> de todos (PROESP 0), esta en fechas y no ha llegado
                 *> a su tope de compras. El porcentaje se aplica al
                 *> total ya calculado por zona; el fijo, por entrada.
                 *> Un codigo rechazado se puede corregir o dejar en
                 *> blanco para comprar sin descuento.
                 MOVE SPACES TO PROMOACT.
                 MOVE SPACES TO PRODESCACT.
                 MOVE "N" TO CONCESACT.
                 MOVE 0 TO DESCUENTO.
                 MOVE "S" TO PROMOOK.
                 CALL "MOSTRARTITULO".
                 CANCEL "MOSTRARTITULO".
                 DISPLAY "Compra de entradas de espectaculos"
                         LINE 5 COLUMN 21.
                 DISPLAY "Codigo de promocion: " LINE 11 COLUMN 20.
                 DISPLAY "(en blanco si no tiene)" LINE 12 COLUMN 20.
                 DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
                 DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
             ACEPTARPROMO.
                 MOVE SPACES TO PROMOIN.
                 ACCEPT PROMOIN LINE 11 COLUMN 41
                     ON EXCEPTION GO TO CANCELARPROMO
                 END-ACCEPT.
                 IF PROMOIN = SPACES
                     GO TO FINPEDIRPROMO
                 END-IF.
                 MOVE "Codigo de promocion no valido" TO MSGPROMO.
                 OPEN INPUT PROMOCIONESFILE.
                 IF FSPR = "35"
                     GO TO RECHAZARPROMO
                 END-IF.
                 MOVE PROMOIN TO PROCOD.
                 READ PROMOCIONESFILE
                     INVALID KEY
                         CLOSE PROMOCIONESFILE
                         GO TO RECHAZARPROMO
                 END-READ.
                 CLOSE PROMOCIONESFILE.
                 IF PROESP NOT = 0 AND PROESP NOT = NUMESPSES
                     MOVE "La promocion no es de este espectaculo"
                          TO MSGPROMO
                     GO TO RECHAZARPROMO
                 END-IF.
                 ACCEPT FECHAB FROM DATE.
                 IF FECHAB < PRODESDE OR FECHAB > PROHASTA
                     MOVE "La promocion no esta vigente" TO MSGPROMO
                     GO TO RECHAZARPROMO
                 END-IF.
                 IF PROMAXUSOS > 0 AND PROUSOS NOT < PROMAXUSOS
                     MOVE "La promocion esta agotada" TO MSGPROMO
                     GO TO RECHAZARPROMO
                 END-IF.
                 IF PROTIPO = "P"
                     COMPUTE DESCUENTO ROUNDED =
                             CANTTOT * PROVALOR / 100
                 ELSE
                     MULTIPLY CANTACT BY PROVALOR GIVING DESCUENTO
                 END-IF.
                 IF DESCUENTO > CANTTOT
                     MOVE CANTTOT TO DESCUENTO
                 END-IF.
                 SUBTRACT DESCUENTO FROM CANTTOT.
                 MOVE PROCOD TO PROMOACT.
                 MOVE PRODESC TO PRODESCACT.
                 MOVE PROCONCES TO CONCESACT.
                 GO TO FINPEDIRPROMO.
             RECHAZARPROMO.
                 DISPLAY MSGPROMO LINE 20 COLUMN 20.
                 GO TO ACEPTARPROMO.
             CANCELARPROMO.
                 MOVE "N" TO PROMOOK.
             FINPEDIRPROMO.
                 EXIT.

             CONTARPROMO.
                 *> Uso, entradas y descuento se acumulan en la propia
                 *> promocion; de ahi saca INFPROMO su coste.
                 OPEN I-O PROMOCIONESFILE.
                 MOVE PROMOACT TO PROCOD.
                 READ PROMOCIONESFILE WITH LOCK
                     INVALID KEY
                         MOVE "N" TO PROMOOK
                         CLOSE PROMOCIONESFILE
                         GO TO FINCONTARPROMO
                 END-READ.
                 IF PROMAXUSOS > 0 AND PROUSOS NOT < PROMAXUSOS
                     MOVE "N" TO PROMOOK
                     UNLOCK PROMOCIONESFILE
                     CLOSE PROMOCIONESFILE
                     GO TO FINCONTARPROMO
                 END-IF.
                 ADD 1 TO PROUSOS.
                 ADD CANTACT TO PROENTR.
                 ADD DESCUENTO TO PRODTO.
                 REWRITE PROMOCIONESREC.
                 UNLOCK PROMOCIONESFILE.
                 CLOSE PROMOCIONESFILE.
             FINCONTARPROMO.
                 EXIT.

             ELEGIRPRECIO.
                 *> Pantalla de zonas (ver ELEGIRZONA); en recintos sin
                 *> zonas vuelve con el PRECIO general y sin preguntar.
                 MOVE PRECIOACT TO PRECIOZONA.
                 CALL "ELEGIRZONA" USING NUMACT, NUMESPSES, RECINTO,
                         PRECIOZONA, ZONAACT, NOMZONA, LIBRESZONA,
                         ZONAOK.
                 CANCEL "ELEGIRZONA".
                 IF ZONAOK = "S"
                     CALL "MOSTRARTITULO"
                     CANCEL "MOSTRARTITULO"
                     DISPLAY "Compra de entradas de espectaculos"
                             LINE 5 COLUMN 21
                 END-IF.
                 MULTIPLY CANTACT BY PRECIOZONA GIVING CANTTOT.
             FINELEGIRPRECIO.
                 EXIT.

             PRECIORESERVA.
                 *> Suma de las localidades retenidas por la reserva al
                 *> precio de su zona (ver PRECIOLOC); las que falten
                 *> (reservas sin plano de asientos) van al general.
                 MOVE "G" TO ZONAOK.
                 MOVE 0 TO CANTTOT.
                 MOVE 0 TO RETENIDAS.
                 OPEN INPUT ASIENTOSFILE.
                 IF FSAS = "35"
                     GO TO FINSUMARRES
                 END-IF.
                 MOVE NUMACT TO NUMESPASI.
                 MOVE 0 TO NUMASIENTO.
                 START ASIENTOSFILE
                     KEY > ASIKEY
                     INVALID KEY GO TO FINLEERRES
                 END-START.
             SUMARRES.
                 READ ASIENTOSFILE NEXT RECORD
                     AT END GO TO FINLEERRES
                 END-READ.
                 IF NUMESPASI NOT = NUMACT
                     GO TO FINLEERRES
                 END-IF.
                 IF ESTADOASI NOT = "R" OR RESASIENTO NOT = RESIDUSADA
                     GO TO SUMARRES
                 END-IF.
                 IF RETENIDAS NOT < CANTACT
                     GO TO FINLEERRES
                 END-IF.
                 MOVE PRECIOACT TO PRECIOASI.
                 CALL "PRECIOLOC" USING NUMESPSES, RECINTO, ZONAASI,
                                        PRECIOASI.
                 CANCEL "PRECIOLOC".
                 ADD PRECIOASI TO CANTTOT.
                 ADD 1 TO RETENIDAS.
                 GO TO SUMARRES.
             FINLEERRES.
                 CLOSE ASIENTOSFILE.
             FINSUMARRES.
                 IF RETENIDAS < CANTACT
                     COMPUTE CANTTOT = CANTTOT
                             + (CANTACT - RETENIDAS) * PRECIOACT
                 END-IF.
             FINPRECIORESERVA.
                 EXIT.

             AUDITAROPER.
                 ACCEPT AUDFECHAB FROM DATE.
                 ACCEPT AUDHORA FROM TIME.
                 MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
                 DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
                 ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
                 MOVE "COMPRAR" TO AUDITORIGEN.
                 MOVE DNIACT TO AUDITDNI.
                 MOVE "OPERA NO TITULAR" TO AUDITACCION.
                 MOVE SPACES TO AUDITDETALLE.
                 STRING "Cta " CUENTACT " MID " LASTID " rol " ROLCTA
                        DELIMITED BY SIZE INTO AUDITDETALLE.
                 MOVE SPACES TO AUDITOPER.
                 CALL "GRABAUDIT" USING AUDITREC
                 CANCEL "GRABAUDIT".
             FINAUDITAROPER.
                 EXIT.

       END PROGRAM COMPRAR.
