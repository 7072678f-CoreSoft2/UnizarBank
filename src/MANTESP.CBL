           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

	   SELECT RECINTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT ZONASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZONAKEY
           FILE STATUS IS FSZN.

           SELECT PRECIOZONAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PZKEY
           FILE STATUS IS FSPZ.

           SELECT BAJASESPFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBJ.

           SELECT ORGANIZADORESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORGESP
           FILE STATUS IS FSOG.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

	   DATA DIVISION.
	   FILE SECTION.

           *> El espectaculo es la obra: titulo, descripcion y
           *> precios. Cada representacion con fecha, hora, recinto y
           *> plano propio es una sesion (SESIONES.DAT).
	       FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos (choque de horario)

           FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM de comienzo
                 02 RECINTO PIC X(4). *> codigo de recinto (MANTREC)
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999. *> entradas puestas a la venta al dar de alta

	       FD RECINTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6). *> sesion
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

           FD ZONASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ZONAS.DAT".
               01 ZONASREC.
                 02 ZONAKEY.
                   03 ZONRECINTO PIC X(4).
                   03 ZONNUM     PIC 9.
                 02 ZONNOMBRE  PIC X(12).
                 02 ZONDESDE   PIC 9(5). *> primera localidad
                 02 ZONHASTA   PIC 9(5). *> ultima localidad

           *> Precio de cada zona de un recinto para un espectaculo;
           *> lo comparten todas las sesiones del espectaculo en ese
           *> recinto. La zona sin precio se vende al PRECIO general
           *> (ver PRECIOLOC).
           FD PRECIOZONAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRECIOZONA.DAT".
               01 PRECIOZONAREC.
                 02 PZKEY.
                   03 PZNUM     PIC 9(5).
                   03 PZRECINTO PIC X(4).
                   03 PZZONA    PIC 9.
                 02 PZPRECIO PIC 999V99.

           FD BAJASESPFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAJASESP.DAT".
               01 BAJASESPREC.
                 02 NUMBAJA    PIC 9(6). *> sesion cancelada
                 02 NOMBREBAJA PIC X(20).
                 02 FECHORABAJA PIC 9999999999. *> AAMMDDHHMM
                 02 ESTBAJA    PIC X(1). *> P pendiente / C reembolsada

           *> Organizador de cada espectaculo y cuenta del banco en
           *> la que LIQUIDAR le abona la recaudacion de sus sesiones.
           *> Se conserva tras la baja del espectaculo, porque sus
           *> sesiones pueden quedar aun por liquidar.
           FD ORGANIZADORESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORGANIZADORES.DAT".
               01 ORGANIZADORESREC.
                 02 ORGESP    PIC 9(5).
                 02 ORGNOMBRE PIC X(30).
                 02 ORGCUENTA PIC X(10). *> cuenta de liquidacion

               FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

       WORKING-STORAGE SECTION.
           77 FSEF    PIC XX.
           77 FSSE    PIC XX.
           77 TECLA   PIC X(01).
           77 ESCAP   PIC 99.
           77 OPCION  PIC 9 VALUE 0.
           77 BAJFECHAB PIC 9(6).
           77 BAJHORA   PIC 9(8).
           77 BAJHORAMIN PIC 9(4).
           77 SESGUARDA PIC X(35).
           77 NUMCHK  PIC 9(6).
           77 FECHACHK PIC 9(6).
           77 RECCHK  PIC X(4).
           77 NOMCLASH PIC X(20).
           77 HORACLASH PIC 9(4).
           77 CLASH   PIC X VALUE "N".
           77 DISPANT PIC 99999.
           77 OCUPADAS PIC 9(6).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 FSZN    PIC XX.
           77 FSPZ    PIC XX.
           77 NZONAS  PIC 99 VALUE 0.
           77 IND     PIC 99.
           77 LUGAR   PIC 99.
           77 ZONACALC PIC 9.
           77 EXISTEPZ PIC X VALUE "N".
           77 NUMESPBAJA PIC 9(5).
           77 NOMESPBAJA PIC X(20).
           77 SESBAJA PIC 9(5) VALUE 0.
           77 FSOG    PIC XX.
           77 FSCU    PIC XX.
           77 ORGOK   PIC X VALUE "N".
           *> Choque de horario: minutos desde las 00:00 del
           *> comienzo y del final de la sesion nueva y de la
           *> comparada (DURACION del espectaculo; 120 si no consta).
           77 INICHK  PIC 9(4).
           77 FINCHK  PIC 9(4).
           77 INIOTRA PIC 9(4).
           77 FINOTRA PIC 9(4).
           77 HORAS   PIC 99.
           77 MINUTOS PIC 99.
           *> Zonas del recinto de la sesion en curso (ver MANTREC)
           01 TABLAZONAS.
             02 ZONATAB OCCURS 9.
               03 ZTNUM    PIC 9.
               03 ZTNOMBRE PIC X(12).
               03 ZTDESDE  PIC 9(5).
               03 ZTHASTA  PIC 9(5).

       PROCEDURE DIVISION.

           DISPLAY "1 - Alta de espectaculo" LINE 9 COLUMN 25.
           DISPLAY "2 - Modificacion de espectaculo" LINE 11 COLUMN 25.
           DISPLAY "3 - Baja de espectaculo" LINE 13 COLUMN 25.
           DISPLAY "4 - Sesiones" LINE 15 COLUMN 25.
           DISPLAY "5 - Salir" LINE 17 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR.
           ACCEPT OPCION LINE 19 COLUMN 25
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           EVALUATE OPCION
               WHEN 3
                   GO TO BAJA
               WHEN 4
                   GO TO SESIONES
               WHEN 5
                   GO TO SALIDA
               WHEN OTHER
                   GO TO ELEGIR
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alta de espectaculo" LINE 5 COLUMN 28.
           DISPLAY "Numero: " LINE 8 COLUMN 20.
           DISPLAY "Nombre: " LINE 10 COLUMN 20.
           DISPLAY "Descripcion: " LINE 12 COLUMN 20.
           DISPLAY "Precio: " LINE 14 COLUMN 20.
           DISPLAY "Duracion (minutos): " LINE 16 COLUMN 20.
           DISPLAY "Organizador: " LINE 17 COLUMN 20.
           DISPLAY "Cuenta de liquidacion: " LINE 18 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN I-O ESPECTACULOSFILE.
           IF FSEF = "35"
               OPEN OUTPUT ESPECTACULOSFILE
               CLOSE ESPECTACULOSFILE
               OPEN I-O ESPECTACULOSFILE
           END-IF.
           ACCEPT NUM LINE 8 COLUMN 28
               ON EXCEPTION GO TO CANCELARALTA
           END-ACCEPT.
           ACCEPT DESCRIPCION LINE 12 COLUMN 33
               ON EXCEPTION GO TO CANCELARALTA
           END-ACCEPT.
           ACCEPT PRECIO LINE 14 COLUMN 28
               ON EXCEPTION GO TO CANCELARALTA
           END-ACCEPT.
           ACCEPT DURACION LINE 16 COLUMN 40
               ON EXCEPTION GO TO CANCELARALTA
           END-ACCEPT.
           MOVE SPACES TO ORGNOMBRE.
           MOVE SPACES TO ORGCUENTA.
           PERFORM PEDIRORG THRU FINPEDIRORG.
           IF ORGOK = "N"
               GO TO CANCELARALTA
           END-IF.

       GRABARALTA.
           WRITE ESPECTACULOSREC.
           CLOSE ESPECTACULOSFILE.
           PERFORM GRABARORG THRU FINGRABARORG.

           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           DISPLAY "Espectaculo dado de alta correctamente"
                   LINE 20 COLUMN 15.
           DISPLAY "Programe sus sesiones en la opcion 4"
                   LINE 21 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATALTA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATALTA
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATALTA
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       CANCELARALTA.
           CLOSE ESPECTACULOSFILE.
           GO TO MAIN-PARA.

       MODIFICAR.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Modificacion de espectaculo" LINE 5 COLUMN 24.
           DISPLAY "Numero: " LINE 8 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN I-O ESPECTACULOSFILE.
           ACCEPT NUM LINE 8 COLUMN 28
               ON EXCEPTION GO TO CANCELARMOD
           END-ACCEPT.
           START ESPECTACULOSFILE
               KEY = NUM
               INVALID KEY GO TO MODNOENCONTRADO
           END-START.
           READ ESPECTACULOSFILE NEXT
               AT END GO TO MODNOENCONTRADO
           END-READ.

           DISPLAY "Nombre: " LINE 10 COLUMN 20.
           DISPLAY NOMBRE LINE 10 COLUMN 28.
           DISPLAY "Descripcion: " LINE 12 COLUMN 20.
           DISPLAY DESCRIPCION LINE 12 COLUMN 33.
           DISPLAY "Precio: " LINE 14 COLUMN 20.
           MOVE PRECIO TO PRECIOFORMA.
           DISPLAY PRECIOFORMA LINE 14 COLUMN 28.
           DISPLAY "Duracion (minutos): " LINE 16 COLUMN 20.
           DISPLAY DURACION LINE 16 COLUMN 40.
           PERFORM LEERORG THRU FINLEERORG.
           DISPLAY "Organizador: " LINE 17 COLUMN 20.
           DISPLAY ORGNOMBRE LINE 17 COLUMN 33.
           DISPLAY "Cuenta de liquidacion: " LINE 18 COLUMN 20.
           DISPLAY ORGCUENTA LINE 18 COLUMN 43.

           ACCEPT NOMBRE LINE 10 COLUMN 28
               ON EXCEPTION GO TO CANCELARMOD
           END-ACCEPT.
           ACCEPT DESCRIPCION LINE 12 COLUMN 33
               ON EXCEPTION GO TO CANCELARMOD
           END-ACCEPT.
           ACCEPT PRECIO LINE 14 COLUMN 28
               ON EXCEPTION GO TO CANCELARMOD
           END-ACCEPT.
           ACCEPT DURACION LINE 16 COLUMN 40
               ON EXCEPTION GO TO CANCELARMOD
           END-ACCEPT.
           PERFORM PEDIRORG THRU FINPEDIRORG.
           IF ORGOK = "N"
               GO TO CANCELARMOD
           END-IF.

       GRABARMOD.
           *> El PRECIO general vale para las ventas siguientes de
           *> todas las sesiones; los precios por zona se revisan en
           *> cada sesion (opcion 4).
           REWRITE ESPECTACULOSREC.
           CLOSE ESPECTACULOSFILE.
           PERFORM GRABARORG THRU FINGRABARORG.

           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           DISPLAY "Espectaculo modificado correctamente"
                   LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATMOD.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATMOD
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATMOD
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       MODNOENCONTRADO.
           DISPLAY "No existe ese espectaculo" LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATMODNE.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATMODNE
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATMODNE
               END-IF
           END-IF.
           GO TO CANCELARMOD.

       CANCELARMOD.
           CLOSE ESPECTACULOSFILE.
           GO TO MAIN-PARA.

       BAJA.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja de espectaculo" LINE 5 COLUMN 28.
           DISPLAY "Numero: " LINE 8 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN I-O ESPECTACULOSFILE.
           ACCEPT NUM LINE 8 COLUMN 28
               ON EXCEPTION GO TO CANCELARBAJA
           END-ACCEPT.
           START ESPECTACULOSFILE
               KEY = NUM
               INVALID KEY GO TO BAJANOENCONTRADA
           END-START.
           READ ESPECTACULOSFILE NEXT
               AT END GO TO BAJANOENCONTRADA
           END-READ.

           DISPLAY "Nombre: "NOMBRE LINE 10 COLUMN 20.
           DISPLAY "Se va a dar de baja este espectaculo con todas"
                   LINE 12 COLUMN 20.
           DISPLAY "sus sesiones" LINE 13 COLUMN 20.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
       REPEATBAJACONF.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJACONF
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   GO TO CANCELARBAJA
               ELSE
                   IF ESCAP <> 13
                       GO TO REPEATBAJACONF
                   END-IF
               END-IF
           END-IF.

           MOVE NUM TO NUMESPBAJA.
           MOVE NOMBRE TO NOMESPBAJA.
           DELETE ESPECTACULOSFILE RECORD.
           CLOSE ESPECTACULOSFILE.

           *> Cada sesion del espectaculo se cancela como en la baja
           *> de sesion: queda encolada para REEMESP y se lleva su
           *> plano de asientos.
           MOVE 0 TO SESBAJA.
           OPEN I-O SESIONESFILE.
           IF FSSE = "35"
               GO TO FINBAJASES
           END-IF.
           MOVE NUMESPBAJA TO NUMESPSES.
           START SESIONESFILE
               KEY = NUMESPSES
               INVALID KEY GO TO FINBAJASES2
           END-START.
       BAJASES.
           READ SESIONESFILE NEXT RECORD
               AT END GO TO FINBAJASES2
           END-READ.
           IF NUMESPSES NOT = NUMESPBAJA
               GO TO FINBAJASES2
           END-IF.
           PERFORM CANCELARSESION THRU FINCANCELARSESION.
           DELETE SESIONESFILE RECORD.
           ADD 1 TO SESBAJA.
           GO TO BAJASES.
       FINBAJASES2.
           CLOSE SESIONESFILE.
       FINBAJASES.
           *> Y con el, sus precios por zona en todos los recintos.
           OPEN I-O PRECIOZONAFILE.
           IF FSPZ = "35"
               GO TO FINBORRARPZ2
           END-IF.
           MOVE NUMESPBAJA TO PZNUM.
           MOVE LOW-VALUES TO PZRECINTO.
           MOVE 0 TO PZZONA.
           START PRECIOZONAFILE
               KEY NOT < PZKEY
               INVALID KEY GO TO FINBORRARPZ
           END-START.
       BORRARPZ.
           READ PRECIOZONAFILE NEXT RECORD
               AT END GO TO FINBORRARPZ
           END-READ.
           IF PZNUM NOT = NUMESPBAJA
               GO TO FINBORRARPZ
           END-IF.
           DELETE PRECIOZONAFILE RECORD.
           GO TO BORRARPZ.
       FINBORRARPZ.
           CLOSE PRECIOZONAFILE.
       FINBORRARPZ2.
           DISPLAY ' ' ERASE EOS LINE 14 COLUMN 1.
           DISPLAY "Espectaculo dado de baja correctamente"
                   LINE 14 COLUMN 15.
           DISPLAY "Sesiones canceladas: " LINE 16 COLUMN 15.
           DISPLAY SESBAJA LINE 16 COLUMN 36.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATBAJA.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJA
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATBAJA
               END-IF
           END-IF.
           GO TO MAIN-PARA.

       BAJANOENCONTRADA.
           DISPLAY "No existe ese espectaculo" LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATBAJANE.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJANE
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATBAJANE
               END-IF
           END-IF.
           GO TO CANCELARBAJA.

       CANCELARBAJA.
           CLOSE ESPECTACULOSFILE.
           GO TO MAIN-PARA.

       SESIONES.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Sesiones de espectaculos" LINE 5 COLUMN 27.
           DISPLAY "1 - Alta de sesion" LINE 9 COLUMN 25.
           DISPLAY "2 - Modificacion de sesion" LINE 11 COLUMN 25.
           DISPLAY "3 - Baja de sesion" LINE 13 COLUMN 25.
           DISPLAY "4 - Volver" LINE 15 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIRSES.
           ACCEPT OPCION LINE 17 COLUMN 25
               ON EXCEPTION GO TO MAIN-PARA
           END-ACCEPT.
           EVALUATE OPCION
               WHEN 1
                   GO TO ALTASES
               WHEN 2
                   GO TO MODIFICARSES
               WHEN 3
                   GO TO BAJASESION
               WHEN 4
                   GO TO MAIN-PARA
               WHEN OTHER
                   GO TO ELEGIRSES
           END-EVALUATE.

       ALTASES.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Alta de sesion" LINE 5 COLUMN 31.
           DISPLAY "Sesion: " LINE 6 COLUMN 20.
           DISPLAY "Espectaculo: " LINE 8 COLUMN 20.
           DISPLAY "Recinto: " LINE 10 COLUMN 20.
           DISPLAY "Fecha (AAMMDD): " LINE 12 COLUMN 20.
           DISPLAY "Hora (HHMM): " LINE 14 COLUMN 20.
           DISPLAY "Entradas disponibles: " LINE 16 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF = "35"
               GO TO SINESPECTACULOS
           END-IF.
           OPEN I-O SESIONESFILE.
           IF FSSE = "35"
               OPEN OUTPUT SESIONESFILE
               CLOSE SESIONESFILE
               OPEN I-O SESIONESFILE
           END-IF.
           ACCEPT NUMSES LINE 6 COLUMN 28
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           START SESIONESFILE
               KEY = NUMSES
               INVALID KEY GO TO PEDIRESPSES
           END-START.
           DISPLAY "Ese numero de sesion ya existe"
                   LINE 20 COLUMN 15.
           GO TO CANCELARALTASES.

       PEDIRESPSES.
           ACCEPT NUMESPSES LINE 8 COLUMN 33
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   DISPLAY "No existe ese espectaculo"
                           LINE 20 COLUMN 15
                   GO TO PEDIRESPSES
           END-READ.
           DISPLAY ' ' ERASE EOL LINE 20 COLUMN 1.
           DISPLAY NOMBRE LINE 8 COLUMN 40.
           ACCEPT RECINTO LINE 10 COLUMN 29
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           ACCEPT FECHA LINE 12 COLUMN 36
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           ACCEPT HORASES LINE 14 COLUMN 33
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           ACCEPT DISPONIBLES LINE 16 COLUMN 42
               ON EXCEPTION GO TO CANCELARALTASES
           END-ACCEPT.
           MOVE DISPONIBLES TO ASIGNADAS.
           MOVE "A" TO VOLVERA.
           GO TO VALIDARRECINTO.

       GRABARALTASES.
           WRITE SESIONESREC.
           CLOSE SESIONESFILE.

           *> Se genera el plano de asientos de la sesion: un
           *> registro por localidad, numeradas de 1 a DISPONIBLES;
           *> COMPRAR asigna localidades concretas al vender (ver
           *> tambien RESERVAR y REEMBOLSO). Cada localidad lleva la
           *> zona de precio del recinto en que cae.
           PERFORM CARGARZONAS THRU FINCARGARZONAS.
           OPEN I-O ASIENTOSFILE.
           IF FSAS = "35"
               OPEN OUTPUT ASIENTOSFILE
               CLOSE ASIENTOSFILE
               OPEN I-O ASIENTOSFILE
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
       GENERARASIENTO.
           IF NUMASIENTO < DISPONIBLES
               MOVE 0 TO RESASIENTO
               MOVE "N" TO USOASI
               MOVE 0 TO FECHORAUSO
               PERFORM ZONADEASIENTO THRU FINZONADEASIENTO
               MOVE ZONACALC TO ZONAASI
               WRITE ASIENTOSREC
               GO TO GENERARASIENTO
           END-IF.
           CLOSE ASIENTOSFILE.
           PERFORM PEDIRPRECIOS THRU FINPEDIRPRECIOS.
           CLOSE ESPECTACULOSFILE.

           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           DISPLAY "Sesion dada de alta correctamente"
                   LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATALTASES.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATALTASES
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATALTASES
               END-IF
           END-IF.
           GO TO SESIONES.

       SINESPECTACULOS.
           DISPLAY "No hay espectaculos dados de alta"
                   LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATSINESP.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATSINESP
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATSINESP
               END-IF
           END-IF.
           GO TO SESIONES.

       CANCELARALTASES.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           GO TO SESIONES.

       VALIDARRECINTO.
           *> El recinto debe existir en RECINTOS.DAT (ver MANTREC) y
                       LINE 20 COLUMN 15
               GO TO VOLVERCANCELANDO
           END-IF.
           DIVIDE HORASES BY 100 GIVING HORAS REMAINDER MINUTOS.
           IF HORAS > 23 OR MINUTOS > 59
               DISPLAY "Hora no valida (HHMM)" LINE 20 COLUMN 15
               GO TO VOLVERCANCELANDO
           END-IF.

       BUSCARCHOQUE.
           *> Dos sesiones que se solapan en el mismo recinto casi
           *> siempre son un error de teclado: se avisa y se deja
           *> decidir al operador. Ya no basta con el dia, porque un
           *> recinto da varias sesiones en la misma fecha: se
           *> comparan los intervalos de comienzo a comienzo mas la
           *> DURACION de cada espectaculo. El registro pendiente se
           *> salva porque el barrido pisa el area del registro.
           MOVE SESIONESREC TO SESGUARDA.
           MOVE NUMSES TO NUMCHK.
           MOVE FECHA TO FECHACHK.
           MOVE RECINTO TO RECCHK.
           COMPUTE INICHK = HORAS * 60 + MINUTOS.
           IF DURACION = 0
               ADD 120 TO INICHK GIVING FINCHK
           ELSE
               ADD DURACION TO INICHK GIVING FINCHK
           END-IF.
           MOVE "N" TO CLASH.
           MOVE "N" TO EOF.
           MOVE 0 TO NUMSES.
           START SESIONESFILE
               KEY > NUMSES
               INVALID KEY GO TO FINCHOQUE
           END-START.
       LEERCHOQUE.
           READ SESIONESFILE NEXT
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FINCHOQUE
           END-IF.
           IF RECINTO NOT = RECCHK OR FECHA NOT = FECHACHK
                   OR NUMSES = NUMCHK
               GO TO LEERCHOQUE
           END-IF.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   MOVE 0 TO DURACION
                   MOVE SPACES TO NOMBRE
           END-READ.
           DIVIDE HORASES BY 100 GIVING HORAS REMAINDER MINUTOS.
           COMPUTE INIOTRA = HORAS * 60 + MINUTOS.
           IF DURACION = 0
               ADD 120 TO INIOTRA GIVING FINOTRA
           ELSE
               ADD DURACION TO INIOTRA GIVING FINOTRA
           END-IF.
           IF INIOTRA < FINCHK AND INICHK < FINOTRA
               MOVE "S" TO CLASH
               MOVE NOMBRE TO NOMCLASH
               MOVE HORASES TO HORACLASH
               GO TO FINCHOQUE
           END-IF.
           GO TO LEERCHOQUE.
       FINCHOQUE.
           MOVE SESGUARDA TO SESIONESREC.
           *> El area del espectaculo vuelve al de la sesion en curso
           *> (PEDIRPRECIOS usa su PRECIO general).
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF CLASH = "N"
               GO TO VOLVERGRABANDO
           END-IF.
           DISPLAY "AVISO: a esa hora el recinto ya lo ocupa "
                   LINE 20 COLUMN 5.
           DISPLAY NOMCLASH LINE 20 COLUMN 46.
           DISPLAY HORACLASH LINE 20 COLUMN 67.
           DISPLAY "Enter - Continuar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
       REPEATCHOQUE.

       VOLVERGRABANDO.
           IF VOLVERA = "A"
               GO TO GRABARALTASES
           ELSE
               GO TO GRABARMODSES
           END-IF.

       VOLVERCANCELANDO.
           IF VOLVERA = "A"
               GO TO CANCELARALTASES
           ELSE
               GO TO CANCELARMODSES
           END-IF.

       MODIFICARSES.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Modificacion de sesion" LINE 5 COLUMN 27.
           DISPLAY "Sesion: " LINE 6 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN INPUT ESPECTACULOSFILE.
           OPEN I-O SESIONESFILE.
           ACCEPT NUMSES LINE 6 COLUMN 28
               ON EXCEPTION GO TO CANCELARMODSES
           END-ACCEPT.
           START SESIONESFILE
               KEY = NUMSES
               INVALID KEY GO TO MODSESNOENCONTRADA
           END-START.
           READ SESIONESFILE NEXT
               AT END GO TO MODSESNOENCONTRADA
           END-READ.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   MOVE SPACES TO NOMBRE
                   MOVE 0 TO PRECIO
                   MOVE 0 TO DURACION
           END-READ.

           DISPLAY "Espectaculo: " LINE 8 COLUMN 20.
           DISPLAY NUMESPSES LINE 8 COLUMN 33.
           DISPLAY NOMBRE LINE 8 COLUMN 40.
           DISPLAY "Recinto: " LINE 10 COLUMN 20.
           DISPLAY RECINTO LINE 10 COLUMN 29.
           DISPLAY "Fecha (AAMMDD): " LINE 12 COLUMN 20.
           DISPLAY FECHA LINE 12 COLUMN 36.
           DISPLAY "Hora (HHMM): " LINE 14 COLUMN 20.
           DISPLAY HORASES LINE 14 COLUMN 33.
           DISPLAY "Entradas disponibles: " LINE 16 COLUMN 20.
           DISPLAY DISPONIBLES LINE 16 COLUMN 42.
           MOVE ASIGNADAS TO ASIGANT.
           MOVE DISPONIBLES TO DISPANT.

           ACCEPT RECINTO LINE 10 COLUMN 29
               ON EXCEPTION GO TO CANCELARMODSES
           END-ACCEPT.
           ACCEPT FECHA LINE 12 COLUMN 36
               ON EXCEPTION GO TO CANCELARMODSES
           END-ACCEPT.
           ACCEPT HORASES LINE 14 COLUMN 33
               ON EXCEPTION GO TO CANCELARMODSES
           END-ACCEPT.
           ACCEPT DISPONIBLES LINE 16 COLUMN 42
               ON EXCEPTION GO TO CANCELARMODSES
           END-ACCEPT.
           MOVE "M" TO VOLVERA.
           GO TO VALIDARRECINTO.

       GRABARMODSES.
           *> Si se amplia el aforo por encima de lo asignado
           *> originalmente, ASIGNADAS sube con el, para que el informe
           *> de ventas por espectaculo siga reflejando el total puesto
               MOVE DISPONIBLES TO ASIGNADAS
           END-IF.

           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.

           *> Las zonas del recinto pueden haber cambiado desde el
           *> alta (o ser anteriores a ellas): el plano se vuelve a
           *> marcar entero. Una localidad ya vendida conserva lo que
           *> se pago por ella; solo cambia la zona que imprime.
           PERFORM CARGARZONAS THRU FINCARGARZONAS.
           OPEN I-O ASIENTOSFILE.
           IF FSAS = "35"
               OPEN OUTPUT ASIENTOSFILE
               CLOSE ASIENTOSFILE
               OPEN I-O ASIENTOSFILE
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
               INVALID KEY GO TO FINREZONAR
           END-START.
       REZONAR.
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINREZONAR
           END-READ.
           IF NUMESPASI NOT = NUMSES
               GO TO FINREZONAR
           END-IF.
           PERFORM ZONADEASIENTO THRU FINZONADEASIENTO.
           IF ZONAASI NOT = ZONACALC
               MOVE ZONACALC TO ZONAASI
               REWRITE ASIENTOSREC
           END-IF.
           GO TO REZONAR.
       FINREZONAR.
           *> Si el aforo crecio, el plano gana las localidades
           *> nuevas a continuacion de las ya numeradas.
           IF ASIGNADAS > ASIGANT
               MOVE NUMSES TO NUMESPASI
               MOVE ASIGANT TO NUMASIENTO
               GO TO AMPLIARASIENTO
           END-IF.
           CLOSE ASIENTOSFILE.
           GO TO FINMODASI.
       AMPLIARASIENTO.
           IF NUMASIENTO < ASIGNADAS
               MOVE 0 TO RESASIENTO
               MOVE "N" TO USOASI
               MOVE 0 TO FECHORAUSO
               PERFORM ZONADEASIENTO THRU FINZONADEASIENTO
               MOVE ZONACALC TO ZONAASI
               WRITE ASIENTOSREC
               GO TO AMPLIARASIENTO
           END-IF.
           CLOSE ASIENTOSFILE.
       FINMODASI.
           PERFORM PEDIRPRECIOS THRU FINPEDIRPRECIOS.
           CLOSE ESPECTACULOSFILE.
           DISPLAY ' ' ERASE EOS LINE 20 COLUMN 1.
           DISPLAY "Sesion modificada correctamente"
                   LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATMODSES.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATMODSES
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATMODSES
               END-IF
           END-IF.
           GO TO SESIONES.

       MODSESNOENCONTRADA.
           DISPLAY "No existe esa sesion" LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATMODSESNE.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATMODSESNE
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATMODSESNE
               END-IF
           END-IF.
           GO TO CANCELARMODSES.

       CANCELARMODSES.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           GO TO SESIONES.

       BAJASESION.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Baja de sesion" LINE 5 COLUMN 31.
           DISPLAY "Sesion: " LINE 8 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN INPUT ESPECTACULOSFILE.
           OPEN I-O SESIONESFILE.
           ACCEPT NUMSES LINE 8 COLUMN 28
               ON EXCEPTION GO TO CANCELARBAJASES
           END-ACCEPT.
           START SESIONESFILE
               KEY = NUMSES
               INVALID KEY GO TO BAJASESNOENCONTRADA
           END-START.
           READ SESIONESFILE NEXT
               AT END GO TO BAJASESNOENCONTRADA
           END-READ.
           MOVE NUMESPSES TO NUM.
           READ ESPECTACULOSFILE
               INVALID KEY
                   MOVE SPACES TO NOMBRE
           END-READ.
           MOVE NOMBRE TO NOMESPBAJA.

           DISPLAY "Espectaculo: " NOMBRE LINE 10 COLUMN 20.
           DISPLAY "Fecha: " FECHA "  Hora: " HORASES
                   "  Recinto: " RECINTO LINE 11 COLUMN 20.
           DISPLAY "Se va a dar de baja esta sesion"
                   LINE 13 COLUMN 20.
           DISPLAY "Enter - Confirmar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.
       REPEATBAJASESCONF.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJASESCONF
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP = 01
                   GO TO CANCELARBAJASES
               ELSE
                   IF ESCAP <> 13
                       GO TO REPEATBAJASESCONF
                   END-IF
               END-IF
           END-IF.

           PERFORM CANCELARSESION THRU FINCANCELARSESION.
           DELETE SESIONESFILE RECORD.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.

           DISPLAY ' ' ERASE EOS LINE 14 COLUMN 1.
           DISPLAY "Sesion dada de baja correctamente"
                   LINE 14 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATBAJASES.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJASES
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATBAJASES
               END-IF
           END-IF.
           GO TO SESIONES.

       BAJASESNOENCONTRADA.
           DISPLAY "No existe esa sesion" LINE 20 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       REPEATBAJASESNE.
           ACCEPT TECLA WITH AUTO PROMPT " ".
           IF TECLA <> " "
               GO TO REPEATBAJASESNE
           ELSE
               ACCEPT ESCAP FROM ESCAPE KEY
               IF ESCAP <> 13
                   GO TO REPEATBAJASESNE
               END-IF
           END-IF.
           GO TO CANCELARBAJASES.

       CANCELARBAJASES.
           CLOSE SESIONESFILE.
           CLOSE ESPECTACULOSFILE.
           GO TO SESIONES.

       CANCELARSESION.
           *> La baja de la sesion en curso (SESIONESREC) queda
           *> encolada en BAJASESP.DAT para que el reembolso masivo
           *> nocturno (ver REEMESP) devuelva el dinero de todas sus
           *> compras vivas, en lugar de pasar compra a compra por
           *> REEMBOLSO; NOMESPBAJA trae el nombre del espectaculo.
           ACCEPT BAJFECHAB FROM DATE.
           ACCEPT BAJHORA FROM TIME.
           MULTIPLY BAJFECHAB BY 10000 GIVING FECHORABAJA.
               CLOSE BAJASESPFILE
               OPEN EXTEND BAJASESPFILE
           END-IF.
           MOVE NUMSES TO NUMBAJA.
           MOVE NOMESPBAJA TO NOMBREBAJA.
           MOVE "P" TO ESTBAJA.
           WRITE BAJASESPREC.
           CLOSE BAJASESPFILE.

           *> El plano de asientos se va con la sesion.
           OPEN I-O ASIENTOSFILE.
           IF FSAS = "35"
               GO TO FINCANCELARSESION
           END-IF.
           MOVE NUMSES TO NUMESPASI.
           MOVE 0 TO NUMASIENTO.
           START ASIENTOSFILE
               KEY > ASIKEY
           READ ASIENTOSFILE NEXT RECORD
               AT END GO TO FINBORRARASI
           END-READ.
           IF NUMESPASI NOT = NUMSES
               GO TO FINBORRARASI
           END-IF.
           DELETE ASIENTOSFILE RECORD.
           GO TO BORRARASI.
       FINBORRARASI.
           CLOSE ASIENTOSFILE.
       FINCANCELARSESION.
           EXIT.

       CARGARZONAS.
           *> Zonas del recinto de la sesion (ver MANTREC).
           MOVE 0 TO NZONAS.
           OPEN INPUT ZONASFILE.
           IF FSZN = "35"
               GO TO FINCARGARZONAS
           END-IF.
           MOVE RECINTO TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINLEERZONAS
           END-START.
       LEERZONA.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINLEERZONAS
           END-READ.
           IF ZONRECINTO NOT = RECINTO
               GO TO FINLEERZONAS
           END-IF.
           IF NZONAS < 9
               ADD 1 TO NZONAS
               MOVE ZONNUM TO ZTNUM (NZONAS)
               MOVE ZONNOMBRE TO ZTNOMBRE (NZONAS)
               MOVE ZONDESDE TO ZTDESDE (NZONAS)
               MOVE ZONHASTA TO ZTHASTA (NZONAS)
           END-IF.
           GO TO LEERZONA.
       FINLEERZONAS.
           CLOSE ZONASFILE.
       FINCARGARZONAS.
           EXIT.

       ZONADEASIENTO.
           *> Zona en que cae NUMASIENTO; 0 si en ninguna (General).
           MOVE 0 TO ZONACALC.
           MOVE 0 TO IND.
       BUSCARZONAASI.
           ADD 1 TO IND.
           IF IND > NZONAS
               GO TO FINZONADEASIENTO
           END-IF.
           IF NUMASIENTO < ZTDESDE (IND) OR NUMASIENTO > ZTHASTA (IND)
               GO TO BUSCARZONAASI
           END-IF.
           MOVE ZTNUM (IND) TO ZONACALC.
       FINZONADEASIENTO.
           EXIT.

       PEDIRPRECIOS.
           *> Precio de cada zona del recinto de la sesion para su
           *> espectaculo; se propone el ya grabado (lo comparten las
           *> demas sesiones del espectaculo en el recinto) o, si no
           *> hay, el PRECIO general.
           IF NZONAS = 0
               GO TO FINPEDIRPRECIOS
           END-IF.
           OPEN I-O PRECIOZONAFILE.
           IF FSPZ = "35"
               OPEN OUTPUT PRECIOZONAFILE
               CLOSE PRECIOZONAFILE
               OPEN I-O PRECIOZONAFILE
           END-IF.
           DISPLAY ' ' ERASE EOS LINE 6 COLUMN 1.
           DISPLAY "Precios por zona" LINE 6 COLUMN 30.
           DISPLAY "Zona Nombre        Desde  Hasta  Precio"
                   LINE 8 COLUMN 15.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
           DISPLAY "F1 - Resto al precio general" LINE 24 COLUMN 45.
           MOVE 8 TO LUGAR.
           MOVE 0 TO IND.
       PEDIRPRECIOZONA.
           ADD 1 TO IND.
           IF IND > NZONAS
               GO TO FINPRECIOS
           END-IF.
           ADD 1 TO LUGAR.
           MOVE NUMESPSES TO PZNUM.
           MOVE RECINTO TO PZRECINTO.
           MOVE ZTNUM (IND) TO PZZONA.
           MOVE "S" TO EXISTEPZ.
           READ PRECIOZONAFILE
               INVALID KEY
                   MOVE "N" TO EXISTEPZ
                   MOVE PRECIO TO PZPRECIO
           END-READ.
           DISPLAY ZTNUM (IND) LINE LUGAR COLUMN 16.
           DISPLAY ZTNOMBRE (IND) LINE LUGAR COLUMN 20.
           DISPLAY ZTDESDE (IND) LINE LUGAR COLUMN 34.
           DISPLAY ZTHASTA (IND) LINE LUGAR COLUMN 41.
           MOVE PZPRECIO TO PRECIOFORMA.
           DISPLAY PRECIOFORMA LINE LUGAR COLUMN 48.
           ACCEPT PZPRECIO LINE LUGAR COLUMN 48
               ON EXCEPTION GO TO FINPRECIOS
           END-ACCEPT.
           IF EXISTEPZ = "S"
               REWRITE PRECIOZONAREC
           ELSE
               WRITE PRECIOZONAREC
           END-IF.
           GO TO PEDIRPRECIOZONA.
       FINPRECIOS.
           CLOSE PRECIOZONAFILE.
       FINPEDIRPRECIOS.
           EXIT.

       LEERORG.
           MOVE SPACES TO ORGNOMBRE.
           MOVE SPACES TO ORGCUENTA.
           OPEN INPUT ORGANIZADORESFILE.
           IF FSOG = "35"
               GO TO FINLEERORG
           END-IF.
           MOVE NUM TO ORGESP.
           READ ORGANIZADORESFILE
               INVALID KEY
                   MOVE SPACES TO ORGNOMBRE
                   MOVE SPACES TO ORGCUENTA
           END-READ.
           CLOSE ORGANIZADORESFILE.
       FINLEERORG.
           EXIT.

       PEDIRORG.
           *> Organizador y cuenta de liquidacion (ver LIQUIDAR): la
           *> cuenta ha de existir en el banco y no estar cerrada.
           MOVE "N" TO ORGOK.
           ACCEPT ORGNOMBRE LINE 17 COLUMN 33
               ON EXCEPTION GO TO FINPEDIRORG
           END-ACCEPT.
       PEDIRCTAORG.
           ACCEPT ORGCUENTA LINE 18 COLUMN 43
               ON EXCEPTION GO TO FINPEDIRORG
           END-ACCEPT.
           MOVE "C" TO BLOQUEADA.
           OPEN INPUT CUENTASFILE.
           IF FSCU NOT = "35"
               MOVE ORGCUENTA TO CUENTA
               READ CUENTASFILE
                   INVALID KEY MOVE "C" TO BLOQUEADA
               END-READ
               CLOSE CUENTASFILE
           END-IF.
           IF BLOQUEADA = "C"
               DISPLAY "Cuenta de liquidacion inexistente o cerrada"
                       LINE 20 COLUMN 15
               GO TO PEDIRCTAORG
           END-IF.
           DISPLAY ' ' ERASE EOL LINE 20 COLUMN 1.
           MOVE "S" TO ORGOK.
       FINPEDIRORG.
           EXIT.

       GRABARORG.
           OPEN I-O ORGANIZADORESFILE.
           IF FSOG = "35"
               OPEN OUTPUT ORGANIZADORESFILE
               CLOSE ORGANIZADORESFILE
               OPEN I-O ORGANIZADORESFILE
           END-IF.
           MOVE NUM TO ORGESP.
           WRITE ORGANIZADORESREC
               INVALID KEY REWRITE ORGANIZADORESREC
           END-WRITE.
           CLOSE ORGANIZADORESFILE.
       FINGRABARORG.
           EXIT.

       SALIDA.
           EXIT PROGRAM.
