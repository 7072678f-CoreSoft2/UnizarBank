       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSESION.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESPANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTNUM
           FILE STATUS IS FSEA.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT ASIANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTASIKEY
           FILE STATUS IS FSAN.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT RESANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTRESID
           FILE STATUS IS FSRA.

           SELECT RESERVASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESID
           FILE STATUS IS FSRE.

           SELECT ESPERAANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTESPERAID
           FILE STATUS IS FSWA.

           SELECT ESPERAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESPERAID
           FILE STATUS IS FSES.

           SELECT MOVANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTMID
           ALTERNATE RECORD KEY IS ANTCUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMA.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVARCHANTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSXA.

           SELECT MOVARCHFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSXR.

           SELECT PZANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTPZKEY
           FILE STATUS IS FSPA.

           SELECT PRECIOZONAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PZKEY
           FILE STATUS IS FSPZ.

           SELECT BAJASANTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBA.

           SELECT BAJASESPFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBJ.

           SELECT ESPARCHANTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSHA.

           SELECT ESPARCHIVOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAR.

       DATA DIVISION.
       FILE SECTION.

           *> Ficheros con el formato anterior a las sesiones; el
           *> operador renombra cada X.DAT a XANT.DAT antes de lanzar
           *> la conversion (ESPECTACULOSANT.DAT es obligatorio, los
           *> demas se convierten si existen).
           FD ESPANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOSANT.DAT".
               01 ESPANTREC.
                 02 ANTNUM      PIC 9(3).
                 02 ANTNOMBRE   PIC X(20).
                 02 ANTDESCRIPCION PIC X(20).
                 02 ANTFECHA    PIC 9(6). *> AAMMDD
                 02 ANTPRECIO   PIC 999V99.
                 02 ANTDISPONIBLES PIC 99999.
                 02 ANTASIGNADAS PIC 99999.
                 02 ANTRECINTO  PIC X(4).

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
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD ASIANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOSANT.DAT".
               01 ASIANTREC.
                 02 ANTASIKEY.
                   03 ANTNUMESPASI PIC 9(3).
                   03 ANTNUMASIENTO PIC 9(5).
                 02 ANTRESTOASI PIC X(27).

           FD ASIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6). *> sesion
                   03 NUMASIENTO PIC 9(5).
                 02 RESTOASI   PIC X(27). *> estado, MID, reserva,
                                         *> uso y zona (ver MANTESP)

           FD RESANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RESERVASANT.DAT".
               01 RESANTREC.
                 02 ANTRESID     PIC 9(5).
                 02 ANTDNIRES    PIC X(9).
                 02 ANTNUMESPRES PIC 9(3).
                 02 ANTCANTRES   PIC 9(5).
                 02 ANTEXPIRARES PIC 9999999999.

           FD RESERVASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RESERVAS.DAT".
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6). *> sesion
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

           FD ESPERAANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPERAANT.DAT".
               01 ESPERAANTREC.
                 02 ANTESPERAID  PIC 9(5).
                 02 ANTDNIESPERA PIC X(9).
                 02 ANTNUMESPESP PIC 9(3).
                 02 ANTCANTESPERA PIC 9(5).
                 02 ANTFECHORAALTA PIC 9999999999.

           FD ESPERAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPERA.DAT".
               01 ESPERAREC.
                 02 ESPERAID   PIC 9(5).
                 02 DNIESPERA  PIC X(9).
                 02 NUMESPESP  PIC 9(6). *> sesion
                 02 CANTESPERA PIC 9(5).
                 02 FECHORAALTA PIC 9999999999. *> AAMMDDHHMM

           FD MOVANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOSANT.DAT".
               01 MOVANTREC.
                 02 ANTMID       PIC 9(9).
                 02 ANTFECHORA   PIC 9999999999.
                 02 ANTCUENTAMOV PIC X(10).
                 02 ANTCABMOV    PIC X(68). *> concepto a saldo
                 02 ANTNUMESP    PIC 9(3).
                 02 ANTCOLAMOV   PIC X(7). *> entradas y clase

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CABMOV   PIC X(68). *> CONCEPTO, CANTIDAD,
                                        *> DESTINO y SALDOCUENTA
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 COLAMOV  PIC X(7). *> CANTENTR y CLASEMOV
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MOVARCHANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVARCHANT.DAT".
               01 MOVARCHANTREC.
                 02 ANTCABAR    PIC X(97).
                 02 ANTNUMESPAR PIC 9(3).
                 02 ANTCOLAAR   PIC X(7).

           FD MOVARCHFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVARCH.DAT".
               01 MOVIMIENTOSRECAR.
                 02 CABAR      PIC X(97). *> MID a saldo
                 02 NUMESPAR   PIC 9(6).
                 02 COLAAR     PIC X(7).
                 02 PROMOMOVAR PIC X(8).

           FD PZANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRECIOZONAANT.DAT".
               01 PZANTREC.
                 02 ANTPZKEY.
                   03 ANTPZNUM  PIC 9(3).
                   03 ANTPZZONA PIC 9.
                 02 ANTPZPRECIO PIC 999V99.

           FD PRECIOZONAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRECIOZONA.DAT".
               01 PRECIOZONAREC.
                 02 PZKEY.
                   03 PZNUM     PIC 9(5). *> espectaculo
                   03 PZRECINTO PIC X(4).
                   03 PZZONA    PIC 9.
                 02 PZPRECIO PIC 999V99.

           FD BAJASANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAJASESPANT.DAT".
               01 BAJASANTREC.
                 02 ANTNUMBAJA  PIC 9(3).
                 02 ANTRESTOBAJA PIC X(31).

           FD BAJASESPFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAJASESP.DAT".
               01 BAJASESPREC.
                 02 NUMBAJA    PIC 9(6). *> sesion cancelada
                 02 RESTOBAJA  PIC X(31). *> nombre, fecha-hora, estado

           FD ESPARCHANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPARCHANT.DAT".
               01 ESPARCHANTREC.
                 02 ANTNUMAR      PIC 9(3).
                 02 ANTNOMBREAR   PIC X(20).
                 02 ANTDESCRIPCIONAR PIC X(20).
                 02 ANTFECHAAR    PIC 9(6).
                 02 ANTPRECIOAR   PIC 999V99.
                 02 ANTDISPONIBLESAR PIC 99999.
                 02 ANTASIGNADASAR PIC 99999.
                 02 ANTRECINTOAR  PIC X(4).

           FD ESPARCHIVOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPARCH.DAT".
               01 ESPECTACULOSRECAR.
                 02 NUMAR      PIC 9(6). *> sesion
                 02 ESPAR      PIC 9(5). *> espectaculo
                 02 NOMBREAR   PIC X(20).
                 02 DESCRIPCIONAR   PIC X(20).
                 02 FECHAAR PIC 9(6). *> AAMMDD
                 02 HORAAR  PIC 9(4). *> HHMM
                 02 PRECIOAR PIC 999V99.
                 02 DISPONIBLESAR PIC 99999.
                 02 ASIGNADASAR PIC 99999.
                 02 RECINTOAR PIC X(4).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSEA      PIC XX.
           77 FSEF      PIC XX.
           77 FSSE      PIC XX.
           77 FSAN      PIC XX.
           77 FSAS      PIC XX.
           77 FSRA      PIC XX.
           77 FSRE      PIC XX.
           77 FSWA      PIC XX.
           77 FSES      PIC XX.
           77 FSMA      PIC XX.
           77 FSMF      PIC XX.
           77 FSXA      PIC XX.
           77 FSXR      PIC XX.
           77 FSPA      PIC XX.
           77 FSPZ      PIC XX.
           77 FSBA      PIC XX.
           77 FSBJ      PIC XX.
           77 FSHA      PIC XX.
           77 FSAR      PIC XX.
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 SESCONV   PIC 9(5) VALUE 0.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Conversion de una sola vez al formato de espectaculo y
           *> sesiones (ver MANTESP); reservada a los supervisores,
           *> igual que MIGRACLAVE y CONVZONAS.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           *> Control de ejecucion (ver JOBCTRL) con periodo fijo:
           *> una segunda pasada vaciaria los ficheros ya
           *> convertidos.
           MOVE "CONVSESION" TO JCJOB.
           MOVE "000000" TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La conversion a sesiones ya esta cerrada; "
                       "no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN INPUT ESPANTFILE.
           IF FSEA = "35"
               DISPLAY "No existe ESPECTACULOSANT.DAT: renombre antes "
                       "ESPECTACULOS.DAT."
               EXIT PROGRAM
           END-IF.

       CONVESP.
           *> Cada espectaculo antiguo da un espectaculo y una unica
           *> sesion con el mismo numero, de modo que las compras,
           *> reservas y localidades ya existentes siguen apuntando
           *> a su funcion. La hora y la duracion no se conocian:
           *> quedan a cero para completarlas en MANTESP.
           OPEN OUTPUT ESPECTACULOSFILE.
           OPEN OUTPUT SESIONESFILE.
       LEERESPANT.
           READ ESPANTFILE NEXT RECORD
               AT END GO TO FINESPANT
           END-READ.
           MOVE ANTNUM TO NUM.
           MOVE ANTNOMBRE TO NOMBRE.
           MOVE ANTDESCRIPCION TO DESCRIPCION.
           MOVE ANTPRECIO TO PRECIO.
           MOVE 0 TO DURACION.
           WRITE ESPECTACULOSREC.
           MOVE ANTNUM TO NUMSES.
           MOVE ANTNUM TO NUMESPSES.
           MOVE ANTFECHA TO FECHA.
           MOVE 0 TO HORASES.
           MOVE ANTRECINTO TO RECINTO.
           MOVE ANTDISPONIBLES TO DISPONIBLES.
           MOVE ANTASIGNADAS TO ASIGNADAS.
           WRITE SESIONESREC.
           ADD 1 TO SESCONV.
           GO TO LEERESPANT.
       FINESPANT.
           CLOSE ESPECTACULOSFILE.
           CLOSE SESIONESFILE.
           DISPLAY "Espectaculos convertidos en sesion: " SESCONV.

       CONVPZ.
           *> Los precios por zona pasan a ir por espectaculo y
           *> recinto: el recinto es el que tenia el espectaculo.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT PZANTFILE.
           IF FSPA = "35"
               DISPLAY "Sin PRECIOZONAANT.DAT; se omite."
               GO TO CONVASI
           END-IF.
           OPEN OUTPUT PRECIOZONAFILE.
       LEERPZANT.
           READ PZANTFILE NEXT RECORD
               AT END GO TO FINPZANT
           END-READ.
           MOVE ANTPZNUM TO ANTNUM.
           READ ESPANTFILE
               INVALID KEY
                   *> Precio de un espectaculo que ya no existe.
                   GO TO LEERPZANT
           END-READ.
           MOVE ANTPZNUM TO PZNUM.
           MOVE ANTRECINTO TO PZRECINTO.
           MOVE ANTPZZONA TO PZZONA.
           MOVE ANTPZPRECIO TO PZPRECIO.
           WRITE PRECIOZONAREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERPZANT.
       FINPZANT.
           CLOSE PZANTFILE.
           CLOSE PRECIOZONAFILE.
           DISPLAY "Precios por zona convertidos: " CONVERTIDOS.

       CONVASI.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT ASIANTFILE.
           IF FSAN = "35"
               DISPLAY "Sin ASIENTOSANT.DAT; se omite."
               GO TO CONVRES
           END-IF.
           OPEN OUTPUT ASIENTOSFILE.
       LEERASIANT.
           READ ASIANTFILE NEXT RECORD
               AT END GO TO FINASIANT
           END-READ.
           MOVE ANTNUMESPASI TO NUMESPASI.
           MOVE ANTNUMASIENTO TO NUMASIENTO.
           MOVE ANTRESTOASI TO RESTOASI.
           WRITE ASIENTOSREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERASIANT.
       FINASIANT.
           CLOSE ASIANTFILE.
           CLOSE ASIENTOSFILE.
           DISPLAY "Localidades convertidas: " CONVERTIDOS.

       CONVRES.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT RESANTFILE.
           IF FSRA = "35"
               DISPLAY "Sin RESERVASANT.DAT; se omite."
               GO TO CONVESPERA
           END-IF.
           OPEN OUTPUT RESERVASFILE.
       LEERRESANT.
           READ RESANTFILE NEXT RECORD
               AT END GO TO FINRESANT
           END-READ.
           MOVE ANTRESID TO RESID.
           MOVE ANTDNIRES TO DNIRES.
           MOVE ANTNUMESPRES TO NUMESPRES.
           MOVE ANTCANTRES TO CANTRES.
           MOVE ANTEXPIRARES TO EXPIRARES.
           WRITE RESERVASREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERRESANT.
       FINRESANT.
           CLOSE RESANTFILE.
           CLOSE RESERVASFILE.
           DISPLAY "Reservas convertidas: " CONVERTIDOS.

       CONVESPERA.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT ESPERAANTFILE.
           IF FSWA = "35"
               DISPLAY "Sin ESPERAANT.DAT; se omite."
               GO TO CONVMOV
           END-IF.
           OPEN OUTPUT ESPERAFILE.
       LEERESPERAANT.
           READ ESPERAANTFILE NEXT RECORD
               AT END GO TO FINESPERAANT
           END-READ.
           MOVE ANTESPERAID TO ESPERAID.
           MOVE ANTDNIESPERA TO DNIESPERA.
           MOVE ANTNUMESPESP TO NUMESPESP.
           MOVE ANTCANTESPERA TO CANTESPERA.
           MOVE ANTFECHORAALTA TO FECHORAALTA.
           WRITE ESPERAREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERESPERAANT.
       FINESPERAANT.
           CLOSE ESPERAANTFILE.
           CLOSE ESPERAFILE.
           DISPLAY "Turnos de espera convertidos: " CONVERTIDOS.

       CONVMOV.
           *> El NUMESP de las compras pasa a ser el numero de
           *> sesion, que coincide con el del espectaculo antiguo.
           *> Ningun apunte antiguo lleva promocion (PROMOMOV).
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT MOVANTFILE.
           IF FSMA = "35"
               DISPLAY "Sin MOVIMIENTOSANT.DAT; se omite."
               GO TO CONVMOVAR
           END-IF.
           OPEN OUTPUT MOVIMIENTOSFILE.
       LEERMOVANT.
           READ MOVANTFILE NEXT RECORD
               AT END GO TO FINMOVANT
           END-READ.
           MOVE ANTMID TO MID.
           MOVE ANTFECHORA TO FECHORA.
           MOVE ANTCUENTAMOV TO CUENTAMOV.
           MOVE ANTCABMOV TO CABMOV.
           MOVE ANTNUMESP TO NUMESP.
           MOVE ANTCOLAMOV TO COLAMOV.
           MOVE SPACES TO PROMOMOV.
           WRITE MOVIMIENTOSREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERMOVANT.
       FINMOVANT.
           CLOSE MOVANTFILE.
           CLOSE MOVIMIENTOSFILE.
           DISPLAY "Movimientos convertidos: " CONVERTIDOS.

       CONVMOVAR.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT MOVARCHANTFILE.
           IF FSXA = "35"
               DISPLAY "Sin MOVARCHANT.DAT; se omite."
               GO TO CONVBAJAS
           END-IF.
           OPEN OUTPUT MOVARCHFILE.
       LEERMOVARANT.
           READ MOVARCHANTFILE NEXT RECORD
               AT END GO TO FINMOVARANT
           END-READ.
           MOVE ANTCABAR TO CABAR.
           MOVE ANTNUMESPAR TO NUMESPAR.
           MOVE ANTCOLAAR TO COLAAR.
           MOVE SPACES TO PROMOMOVAR.
           WRITE MOVIMIENTOSRECAR.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERMOVARANT.
       FINMOVARANT.
           CLOSE MOVARCHANTFILE.
           CLOSE MOVARCHFILE.
           DISPLAY "Movimientos archivados convertidos: " CONVERTIDOS.

       CONVBAJAS.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT BAJASANTFILE.
           IF FSBA = "35"
               DISPLAY "Sin BAJASESPANT.DAT; se omite."
               GO TO CONVARCH
           END-IF.
           OPEN OUTPUT BAJASESPFILE.
       LEERBAJASANT.
           READ BAJASANTFILE NEXT RECORD
               AT END GO TO FINBAJASANT
           END-READ.
           MOVE ANTNUMBAJA TO NUMBAJA.
           MOVE ANTRESTOBAJA TO RESTOBAJA.
           WRITE BAJASESPREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERBAJASANT.
       FINBAJASANT.
           CLOSE BAJASANTFILE.
           CLOSE BAJASESPFILE.
           DISPLAY "Bajas encoladas convertidas: " CONVERTIDOS.

       CONVARCH.
           MOVE 0 TO CONVERTIDOS.
           OPEN INPUT ESPARCHANTFILE.
           IF FSHA = "35"
               DISPLAY "Sin ESPARCHANT.DAT; se omite."
               GO TO FINCONV
           END-IF.
           OPEN OUTPUT ESPARCHIVOFILE.
       LEERARCHANT.
           READ ESPARCHANTFILE NEXT RECORD
               AT END GO TO FINARCHANT
           END-READ.
           MOVE ANTNUMAR TO NUMAR.
           MOVE ANTNUMAR TO ESPAR.
           MOVE ANTNOMBREAR TO NOMBREAR.
           MOVE ANTDESCRIPCIONAR TO DESCRIPCIONAR.
           MOVE ANTFECHAAR TO FECHAAR.
           MOVE 0 TO HORAAR.
           MOVE ANTPRECIOAR TO PRECIOAR.
           MOVE ANTDISPONIBLESAR TO DISPONIBLESAR.
           MOVE ANTASIGNADASAR TO ASIGNADASAR.
           MOVE ANTRECINTOAR TO RECINTOAR.
           WRITE ESPECTACULOSRECAR.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERARCHANT.
       FINARCHANT.
           CLOSE ESPARCHANTFILE.
           CLOSE ESPARCHIVOFILE.
           DISPLAY "Espectaculos archivados convertidos: "
                   CONVERTIDOS.

       FINCONV.
           CLOSE ESPANTFILE.

           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".

           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CONVSESION" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "CONVERSION SESIONES" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Espectaculos y sesiones: " SESCONV
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           EXIT PROGRAM.

       END PROGRAM CONVSESION.
