       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIQSES
           FILE STATUS IS FSLQ.

           SELECT ORGANIZADORESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORGESP
           FILE STATUS IS FSOG.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT ESPARCHIVOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAR.

           SELECT BAJASESPFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSBJ.

           SELECT MOVIMIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MID
           ALTERNATE RECORD KEY IS CUENTAMOV WITH DUPLICATES
           FILE STATUS IS FSMF.

           SELECT MOVARCHFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSMA.

           SELECT ABOVENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABVMID
           ALTERNATE RECORD KEY IS ABVCUENTA WITH DUPLICATES
           FILE STATUS IS FSAV.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSCU.

           SELECT MOVCONTROLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMC.

           SELECT TARIFASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLASETARIFA
           FILE STATUS IS FSTA.

           SELECT LIQTXTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSLT.

       DATA DIVISION.
       FILE SECTION.

           *> Una liquidacion por sesion: es la marca que impide
           *> liquidar dos veces. P queda entre el alta y el abono
           *> (si el trabajo cae ahi, la pasada siguiente lo
           *> termina sin repetirlo), L liquidada, A sesion
           *> cancelada liquidada a cero, M ya liquidada a mano
           *> antes de existir este trabajo.
           FD LIQUIDACIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIQUIDACIONES.DAT".
               01 LIQUIDACIONESREC.
                 02 LIQSES    PIC 9(6).
                 02 LIQESP    PIC 9(5).
                 02 LIQFECHA  PIC 9(6). *> AAMMDD de la liquidacion
                 02 LIQVENTAS PIC 9999999V99.
                 02 LIQREEMB  PIC 9999999V99.
                 02 LIQCOMIS  PIC 9999999V99.
                 02 LIQNETO   PIC 9999999V99.
                 02 LIQCUENTA PIC X(10).
                 02 LIQMID    PIC 9(9). *> abono al organizador
                 02 LIQEST    PIC X(1). *> P / L / A / M

           FD ORGANIZADORESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORGANIZADORES.DAT".
               01 ORGANIZADORESREC.
                 02 ORGESP    PIC 9(5).
                 02 ORGNOMBRE PIC X(30).
                 02 ORGCUENTA PIC X(10). *> cuenta de liquidacion

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

           FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos

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

           FD BAJASESPFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "BAJASESP.DAT".
               01 BAJASESPREC.
                 02 NUMBAJA    PIC 9(6). *> sesion cancelada
                 02 NOMBREBAJA PIC X(20).
                 02 FECHORABAJA PIC 9999999999. *> AAMMDDHHMM
                 02 ESTBAJA    PIC X(1). *> P pendiente / C reembolsada

           FD MOVIMIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVIMIENTOS.DAT".
               01 MOVIMIENTOSREC.
                 02 MID      PIC 9(9).
                 02 FECHORA  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOV   PIC X(10).
                 02 CONCEPTO PIC X(40).
                 02 CANTIDAD PIC S9999999V99.
                 02 DESTINO  PIC X(10) VALUE "".
                 02 SALDOCUENTA    PIC S9999999V99.
                 02 NUMESP PIC 9(6) VALUE 0.
                 02 CANTENTR PIC 9(5) VALUE 0.
                 02 CLASEMOV PIC X(2). *> clase de apunte (DIARIO)
                 02 PROMOMOV PIC X(8). *> promocion (COMPRAR)

           FD MOVARCHFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVARCH.DAT".
               01 MOVIMIENTOSRECAR.
                 02 MIDAR      PIC 9(9).
                 02 FECHORAAR  PIC 9999999999. *> AAMMDDHHMM
                 02 CUENTAMOVAR   PIC X(10).
                 02 CONCEPTOAR PIC X(40).
                 02 CANTIDADAR PIC S9999999V99.
                 02 DESTINOAR  PIC X(10).
                 02 SALDOCUENTAAR    PIC S9999999V99.
                 02 NUMESPAR PIC 9(6).
                 02 CANTENTRAR PIC 9(5).
                 02 CLASEMOVAR PIC X(2).
                 02 PROMOMOVAR PIC X(8).

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

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVCONTROLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MOVCTRL.DAT".
               01 MOVCONTROLREC.
                 02 ULTIMOMID PIC 9(9).

           FD TARIFASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "TARIFAS.DAT".
               01 TARIFASREC.
                 02 CLASETARIFA PIC X(1). *> T transferencia /
                                          *> E envio exterior /
                                          *> L liquidacion a
                                          *> organizadores
                 02 FIJO    PIC 9999V99.
                 02 PORCENT PIC 99V99.

           FD LIQTXTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS NOMBRELIQ.
               01 LIQTXTLIN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FSLQ      PIC XX.
           77 FSOG      PIC XX.
           77 FSSE      PIC XX.
           77 FSEF      PIC XX.
           77 FSAR      PIC XX.
           77 FSBJ      PIC XX.
           77 FSMF      PIC XX.
           77 FSMA      PIC XX.
           77 FSAV      PIC XX.
           77 FSCU      PIC XX.
           77 FSMC      PIC XX.
           77 FSTA      PIC XX.
           77 FSLT      PIC XX.
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM
           77 ALTAINICIAL PIC X VALUE "N".
           77 COMPLETO  PIC X VALUE "S".
           77 YAABONADA PIC X.
           77 ABONOOK   PIC X.
           77 HAYORG    PIC X.
           77 IND       PIC 9(3).
           77 ABVIND    PIC 99.
           77 CANDSES   PIC 9(6).
           77 CANDESP   PIC 9(5).
           77 CANDFECHA PIC 9(6).
           77 CANDNOMBRE PIC X(20).
           77 CANDCANC  PIC X.
           77 BRUTO     PIC S9999999V99.
           77 COMFIJO   PIC 9999V99 VALUE 0.
           77 COMPORC   PIC 99V99 VALUE 0.
           77 NOMBRELIQ PIC X(13).
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 CANTFOR2  PIC Z,ZZZ,ZZ9.99.
           77 ENTRFOR   PIC Z,ZZZ,ZZ9.
           77 LIQUIDADAS PIC 9(5) VALUE 0.
           77 ANULADAS  PIC 9(5) VALUE 0.
           77 PENDIENTES PIC 9(5) VALUE 0.
           77 MANUALES  PIC 9(5) VALUE 0.
           77 TOTALABON PIC 9(9)V99 VALUE 0.
           77 TOTALCOM  PIC 9(9)V99 VALUE 0.
           77 TOTALFOR  PIC ZZZ,ZZZ,ZZ9.99.
           77 JCJOB     PIC X(10).
           77 JCPERIODO PIC X(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).
           *> Sesiones por liquidar en esta pasada, con lo que se va
           *> sumando de sus ventas y reembolsos. Si hubiera mas de
           *> 200, las que no caben quedan para la pasada siguiente
           *> (no tienen todavia liquidacion grabada).
           01 SESIONESLIQ.
             02 SESLIQ OCCURS 200.
               03 TSES     PIC 9(6).
               03 TESP     PIC 9(5).
               03 TFECHA   PIC 9(6).
               03 TNOMBRE  PIC X(20).
               03 TCANC    PIC X(1). *> S sesion cancelada
               03 TVENTAS  PIC 9999999V99.
               03 TREEMB   PIC 9999999V99.
               03 TENTR    PIC 9(7).
           77 NSES      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Liquidacion a los organizadores: cada sesion ya
           *> celebrada (o archivada por PURGAESP) se liquida una sola
           *> vez con sus ventas (compras y parte de los abonos) menos
           *> los reembolsos (REEMBOLSO, REEMESP) menos la comision
           *> de la clase L del tarifario; el neto se abona en la
           *> cuenta del organizador (ver MANTESP) y se imprime el
           *> extracto LIQnnnnnn.TXT. Una sesion cancelada se liquida
           *> a cero: su dinero vuelve a los clientes.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.

           MOVE "LIQUIDAR" TO JCJOB.
           MOVE FECHAB TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La liquidacion a organizadores de hoy ya esta "
                       "cerrada; no se repite."
               EXIT PROGRAM
           END-IF.
           DISPLAY "Liquidacion a organizadores del " FECHAB.

           OPEN I-O LIQUIDACIONESFILE.
           IF FSLQ = "35"
               OPEN OUTPUT LIQUIDACIONESFILE
               CLOSE LIQUIDACIONESFILE
               OPEN I-O LIQUIDACIONESFILE
               MOVE "S" TO ALTAINICIAL
           END-IF.

           OPEN INPUT TARIFASFILE.
           IF FSTA NOT = "35"
               MOVE "L" TO CLASETARIFA
               READ TARIFASFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FIJO TO COMFIJO
                       MOVE PORCENT TO COMPORC
               END-READ
               CLOSE TARIFASFILE
           END-IF.

       REANUDAR.
           *> Liquidaciones que quedaron a medias (P): si su abono ya
           *> consta en MOVIMIENTOSFILE solo falta marcarlas; si no,
           *> se abona ahora. Nunca se graba un segundo abono.
           MOVE 0 TO LIQSES.
           START LIQUIDACIONESFILE
               KEY NOT < LIQSES
               INVALID KEY GO TO RECOGERSESIONES
           END-START.
       LEERPENDIENTE.
           READ LIQUIDACIONESFILE NEXT RECORD
               AT END GO TO RECOGERSESIONES
           END-READ.
           IF LIQEST NOT = "P"
               GO TO LEERPENDIENTE
           END-IF.
           DISPLAY "Sesion " LIQSES ": liquidacion a medias; se "
                   "completa.".
           PERFORM ABONARLIQ THRU FINABONARLIQ.
           IF ABONOOK = "S"
               MOVE "L" TO LIQEST
               REWRITE LIQUIDACIONESREC
               ADD 1 TO LIQUIDADAS
               ADD LIQNETO TO TOTALABON
               ADD LIQCOMIS TO TOTALCOM
           END-IF.
           GO TO LEERPENDIENTE.

       RECOGERSESIONES.
           *> Sesiones por liquidar: canceladas (BAJASESP), ya
           *> celebradas aun en SESIONES y archivadas (ESPARCH), sin
           *> liquidacion grabada.
           OPEN INPUT BAJASESPFILE.
           IF FSBJ = "35"
               GO TO RECOGERSESIONESVIVAS
           END-IF.
       LEERBAJA.
           READ BAJASESPFILE NEXT RECORD
               AT END
                   CLOSE BAJASESPFILE
                   GO TO RECOGERSESIONESVIVAS
           END-READ.
           MOVE NUMBAJA TO CANDSES.
           MOVE 0 TO CANDESP.
           MOVE 0 TO CANDFECHA.
           MOVE NOMBREBAJA TO CANDNOMBRE.
           MOVE "S" TO CANDCANC.
           PERFORM APUNTARSESION THRU FINAPUNTARSESION.
           GO TO LEERBAJA.

       RECOGERSESIONESVIVAS.
           OPEN INPUT SESIONESFILE.
           IF FSSE = "35"
               GO TO RECOGERARCHIVADAS
           END-IF.
           OPEN INPUT ESPECTACULOSFILE.
       LEERSESION.
           READ SESIONESFILE NEXT RECORD
               AT END
                   CLOSE SESIONESFILE
                   IF FSEF NOT = "35"
                       CLOSE ESPECTACULOSFILE
                   END-IF
                   GO TO RECOGERARCHIVADAS
           END-READ.
           IF FECHA NOT < FECHAB
               GO TO LEERSESION
           END-IF.
           MOVE SPACES TO NOMBRE.
           IF FSEF NOT = "35"
               MOVE NUMESPSES TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY MOVE SPACES TO NOMBRE
               END-READ
           END-IF.
           MOVE NUMSES TO CANDSES.
           MOVE NUMESPSES TO CANDESP.
           MOVE FECHA TO CANDFECHA.
           MOVE NOMBRE TO CANDNOMBRE.
           MOVE "N" TO CANDCANC.
           PERFORM APUNTARSESION THRU FINAPUNTARSESION.
           GO TO LEERSESION.

       RECOGERARCHIVADAS.
           OPEN INPUT ESPARCHIVOFILE.
           IF FSAR = "35"
               GO TO FINRECOGER
           END-IF.
       LEERARCHIVADA.
           READ ESPARCHIVOFILE NEXT RECORD
               AT END
                   CLOSE ESPARCHIVOFILE
                   GO TO FINRECOGER
           END-READ.
           MOVE NUMAR TO CANDSES.
           MOVE ESPAR TO CANDESP.
           MOVE FECHAAR TO CANDFECHA.
           MOVE NOMBREAR TO CANDNOMBRE.
           MOVE "N" TO CANDCANC.
           PERFORM APUNTARSESION THRU FINAPUNTARSESION.
           GO TO LEERARCHIVADA.

       FINRECOGER.
           IF ALTAINICIAL = "S"
               DISPLAY "Primera liquidacion: " MANUALES " sesiones "
                       "ya pasadas se dan por liquidadas a mano."
           END-IF.
           IF NSES = 0
               DISPLAY "No hay sesiones por liquidar."
               GO TO FIN
           END-IF.

       SUMARMOVIMIENTOS.
           *> Ventas y reembolsos de cada sesion en una sola pasada:
           *> un cargo con NUMESP es una venta (la cesion recibida,
           *> CR, solo cambia de manos lo ya vendido) y un abono con
           *> NUMESP un reembolso (salvo la cesion emitida, CE).
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF = "35"
               GO TO SUMARARCHIVO
           END-IF.
       LEERMOV.
           READ MOVIMIENTOSFILE NEXT RECORD
               AT END
                   CLOSE MOVIMIENTOSFILE
                   GO TO SUMARARCHIVO
           END-READ.
           IF NUMESP = 0
               GO TO LEERMOV
           END-IF.
           MOVE NUMESP TO CANDSES.
           PERFORM BUSCARSESION THRU FINBUSCARSESION.
           IF IND = 0
               GO TO LEERMOV
           END-IF.
           IF CANTIDAD < 0 AND CLASEMOV NOT = "CR"
               SUBTRACT CANTIDAD FROM TVENTAS (IND)
               ADD CANTENTR TO TENTR (IND)
           END-IF.
           IF CANTIDAD > 0 AND CLASEMOV NOT = "CE"
               ADD CANTIDAD TO TREEMB (IND)
           END-IF.
           GO TO LEERMOV.

       SUMARARCHIVO.
           *> Lo que PURGAMOV haya pasado a MOVARCH.DAT antes de
           *> liquidar la sesion cuenta igual: la venta anticipada
           *> puede ser anterior al corte. El apunte que PURGAMOV
           *> deja en vivo como arrastre (SA) lleva NUMESP 0, asi
           *> que nada se cuenta dos veces.
           OPEN INPUT MOVARCHFILE.
           IF FSMA = "35"
               GO TO SUMARABONOS
           END-IF.
       LEERMOVAR.
           READ MOVARCHFILE NEXT RECORD
               AT END
                   CLOSE MOVARCHFILE
                   GO TO SUMARABONOS
           END-READ.
           IF NUMESPAR = 0
               GO TO LEERMOVAR
           END-IF.
           MOVE NUMESPAR TO CANDSES.
           PERFORM BUSCARSESION THRU FINBUSCARSESION.
           IF IND = 0
               GO TO LEERMOVAR
           END-IF.
           IF CANTIDADAR < 0 AND CLASEMOVAR NOT = "CR"
               SUBTRACT CANTIDADAR FROM TVENTAS (IND)
               ADD CANTENTRAR TO TENTR (IND)
           END-IF.
           IF CANTIDADAR > 0 AND CLASEMOVAR NOT = "CE"
               ADD CANTIDADAR TO TREEMB (IND)
           END-IF.
           GO TO LEERMOVAR.

       SUMARABONOS.
           *> Los abonos de temporada (ver COMPRABONO) aportan a cada
           *> sesion la parte de su precio asignada al venderlos; si
           *> se reembolso (R, ver REEMESP) cuenta tambien como
           *> reembolso.
           OPEN INPUT ABOVENTASFILE.
           IF FSAV = "35"
               GO TO LIQUIDARSESIONES
           END-IF.
       LEERABONO.
           READ ABOVENTASFILE NEXT RECORD
               AT END
                   CLOSE ABOVENTASFILE
                   GO TO LIQUIDARSESIONES
           END-READ.
           MOVE 0 TO ABVIND.
       SESIONABONO.
           ADD 1 TO ABVIND.
           IF ABVIND > ABVNSES
               GO TO LEERABONO
           END-IF.
           MOVE ABVSES (ABVIND) TO CANDSES.
           PERFORM BUSCARSESION THRU FINBUSCARSESION.
           IF IND > 0
               ADD ABVPARTE (ABVIND) TO TVENTAS (IND)
               ADD 1 TO TENTR (IND)
               IF ABVEST (ABVIND) = "R"
                   ADD ABVPARTE (ABVIND) TO TREEMB (IND)
               END-IF
           END-IF.
           GO TO SESIONABONO.

       LIQUIDARSESIONES.
           DISPLAY " ".
           DISPLAY "Sesion Espectaculo          Ventas        "
                   "Reembolsos    Abonado".
           OPEN INPUT ORGANIZADORESFILE.
           MOVE 0 TO IND.
       SIGUIENTESESION.
           ADD 1 TO IND.
           IF IND > NSES
               IF FSOG NOT = "35"
                   CLOSE ORGANIZADORESFILE
               END-IF
               GO TO FIN
           END-IF.
           MOVE TSES (IND) TO LIQSES.
           MOVE TESP (IND) TO LIQESP.
           MOVE FECHAB TO LIQFECHA.
           MOVE TVENTAS (IND) TO LIQVENTAS.
           MOVE TREEMB (IND) TO LIQREEMB.
           MOVE 0 TO LIQCOMIS.
           MOVE 0 TO LIQNETO.
           MOVE SPACES TO LIQCUENTA.
           MOVE 0 TO LIQMID.
           MOVE SPACES TO ORGNOMBRE.
           IF TCANC (IND) = "S"
               MOVE "A" TO LIQEST
               WRITE LIQUIDACIONESREC
               ADD 1 TO ANULADAS
               PERFORM ESCRIBIREXTRACTO THRU FINESCRIBIREXTRACTO
               GO TO MOSTRARSESION
           END-IF.

           MOVE "N" TO HAYORG.
           IF FSOG NOT = "35"
               MOVE TESP (IND) TO ORGESP
               READ ORGANIZADORESFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO HAYORG
               END-READ
           END-IF.
           IF HAYORG = "N"
               DISPLAY "AVISO: sesion " TSES (IND) " del espectaculo "
                       TESP (IND) " sin organizador; no se liquida "
                       "(ver MANTESP)."
               ADD 1 TO PENDIENTES
               GO TO SIGUIENTESESION
           END-IF.
           MOVE ORGCUENTA TO LIQCUENTA.

           *> Neto: ventas menos reembolsos, y de ello la comision;
           *> sin recaudacion no hay comision (ni parte fija).
           COMPUTE BRUTO = TVENTAS (IND) - TREEMB (IND).
           IF BRUTO > 0
               COMPUTE LIQCOMIS ROUNDED =
                   COMFIJO + BRUTO * COMPORC / 100
               IF LIQCOMIS > BRUTO
                   MOVE BRUTO TO LIQCOMIS
               END-IF
               COMPUTE LIQNETO = BRUTO - LIQCOMIS
           END-IF.

           IF LIQNETO = 0
               MOVE "L" TO LIQEST
               WRITE LIQUIDACIONESREC
               ADD 1 TO LIQUIDADAS
               PERFORM ESCRIBIREXTRACTO THRU FINESCRIBIREXTRACTO
               GO TO MOSTRARSESION
           END-IF.

           *> La cuenta del organizador ha de admitir el abono; si no,
           *> la sesion queda sin liquidar hasta que se corrija.
           OPEN INPUT CUENTASFILE.
           MOVE LIQCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY MOVE "C" TO BLOQUEADA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "AVISO: sesion " TSES (IND) ": la cuenta de "
                       "liquidacion " LIQCUENTA " no existe o esta "
                       "cerrada; no se liquida."
               ADD 1 TO PENDIENTES
               GO TO SIGUIENTESESION
           END-IF.

           *> Primero la liquidacion (P, con su MID reservado) y
           *> despues el abono: si el trabajo cae entre medias,
           *> REANUDAR lo completa sin abonar dos veces.
           OPEN I-O MOVCONTROLFILE.
           IF FSMC = "35"
               OPEN OUTPUT MOVCONTROLFILE
               MOVE 0 TO ULTIMOMID
               WRITE MOVCONTROLREC
               CLOSE MOVCONTROLFILE
               OPEN I-O MOVCONTROLFILE
           END-IF.
           READ MOVCONTROLFILE NEXT RECORD WITH LOCK.
           ADD 1 TO ULTIMOMID GIVING LIQMID.
           MOVE LIQMID TO ULTIMOMID.
           REWRITE MOVCONTROLREC.
           UNLOCK MOVCONTROLFILE.
           CLOSE MOVCONTROLFILE.
           MOVE "P" TO LIQEST.
           WRITE LIQUIDACIONESREC.
           PERFORM ABONARLIQ THRU FINABONARLIQ.
           IF ABONOOK = "N"
               ADD 1 TO PENDIENTES
               GO TO SIGUIENTESESION
           END-IF.
           MOVE "L" TO LIQEST.
           REWRITE LIQUIDACIONESREC.
           ADD 1 TO LIQUIDADAS.
           ADD LIQNETO TO TOTALABON.
           ADD LIQCOMIS TO TOTALCOM.
           PERFORM ESCRIBIREXTRACTO THRU FINESCRIBIREXTRACTO.

       MOSTRARSESION.
           MOVE LIQVENTAS TO CANTFOR.
           MOVE LIQREEMB TO CANTFOR2.
           MOVE LIQNETO TO TOTALFOR.
           DISPLAY LIQSES " " TNOMBRE (IND) " " CANTFOR " " CANTFOR2
                   " " TOTALFOR.
           IF LIQEST = "A"
               DISPLAY "       sesion cancelada: liquidada a cero."
           END-IF.
           GO TO SIGUIENTESESION.

       FIN.
           CLOSE LIQUIDACIONESFILE.
           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           DISPLAY " ".
           DISPLAY "Sesiones liquidadas: " LIQUIDADAS
                   "  canceladas a cero: " ANULADAS
                   "  pendientes: " PENDIENTES.
           MOVE TOTALABON TO TOTALFOR.
           DISPLAY "Total abonado a organizadores: " TOTALFOR.
           MOVE TOTALCOM TO TOTALFOR.
           DISPLAY "Total comisiones retenidas:    " TOTALFOR.
           IF COMPLETO = "N"
               DISPLAY "Hay mas sesiones por liquidar de las que caben "
                       "en una pasada; se liquidan en la siguiente."
           END-IF.
           EXIT PROGRAM.

       APUNTARSESION.
           *> Anota CANDSES en la tabla si no esta ya liquidada ni
           *> anotada. En la primera liquidacion, lo ya pasado se da
           *> por liquidado a mano (M): hasta entonces lo hacia
           *> administracion a partir de INFORMESP.
           MOVE CANDSES TO LIQSES.
           READ LIQUIDACIONESFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO FINAPUNTARSESION
           END-READ.
           IF ALTAINICIAL = "S"
               MOVE CANDSES TO LIQSES
               MOVE CANDESP TO LIQESP
               MOVE FECHAB TO LIQFECHA
               MOVE 0 TO LIQVENTAS
               MOVE 0 TO LIQREEMB
               MOVE 0 TO LIQCOMIS
               MOVE 0 TO LIQNETO
               MOVE SPACES TO LIQCUENTA
               MOVE 0 TO LIQMID
               MOVE "M" TO LIQEST
               WRITE LIQUIDACIONESREC
               ADD 1 TO MANUALES
               GO TO FINAPUNTARSESION
           END-IF.
           PERFORM BUSCARSESION THRU FINBUSCARSESION.
           IF IND > 0
               GO TO FINAPUNTARSESION
           END-IF.
           IF NSES = 200
               MOVE "N" TO COMPLETO
               GO TO FINAPUNTARSESION
           END-IF.
           ADD 1 TO NSES.
           MOVE CANDSES TO TSES (NSES).
           MOVE CANDESP TO TESP (NSES).
           MOVE CANDFECHA TO TFECHA (NSES).
           MOVE CANDNOMBRE TO TNOMBRE (NSES).
           MOVE CANDCANC TO TCANC (NSES).
           MOVE 0 TO TVENTAS (NSES).
           MOVE 0 TO TREEMB (NSES).
           MOVE 0 TO TENTR (NSES).
       FINAPUNTARSESION.
           EXIT.

       BUSCARSESION.
           *> Deja en IND la posicion de CANDSES en la tabla (0 si
           *> no esta).
           MOVE 0 TO IND.
       BUSCARSES.
           ADD 1 TO IND.
           IF IND > NSES
               MOVE 0 TO IND
               GO TO FINBUSCARSESION
           END-IF.
           IF TSES (IND) NOT = CANDSES
               GO TO BUSCARSES
           END-IF.
       FINBUSCARSESION.
           EXIT.

       ABONARLIQ.
           *> Abono LQ de LIQNETO en LIQCUENTA con el MID LIQMID ya
           *> reservado. Si ese MID ya existe el abono se hizo antes
           *> y no se repite. Cuenta bloqueada de la lectura al
           *> REWRITE, como en REEMESP.
           MOVE "N" TO ABONOOK.
           MOVE "N" TO YAABONADA.
           OPEN INPUT MOVIMIENTOSFILE.
           IF FSMF NOT = "35"
               MOVE LIQMID TO MID
               READ MOVIMIENTOSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO YAABONADA
               END-READ
               CLOSE MOVIMIENTOSFILE
           END-IF.
           IF YAABONADA = "S"
               MOVE "S" TO ABONOOK
               GO TO FINABONARLIQ
           END-IF.
           OPEN I-O CUENTASFILE.
           MOVE LIQCUENTA TO CUENTA.
           READ CUENTASFILE WITH LOCK
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "AVISO: no existe la cuenta de liquidacion "
                           LIQCUENTA " de la sesion " LIQSES
                   GO TO FINABONARLIQ
           END-READ.
           ADD LIQNETO TO SALDO.
           OPEN I-O MOVIMIENTOSFILE.
           IF FSMF = "35"
               OPEN OUTPUT MOVIMIENTOSFILE
               CLOSE MOVIMIENTOSFILE
               OPEN I-O MOVIMIENTOSFILE
           END-IF.
           MOVE LIQMID TO MID.
           MOVE FECHORACT TO FECHORA.
           MOVE LIQCUENTA TO CUENTAMOV.
           MOVE SPACES TO CONCEPTO.
           STRING "Liquidacion organizador sesion " LIQSES
                  DELIMITED BY SIZE INTO CONCEPTO.
           MOVE LIQNETO TO CANTIDAD.
           MOVE "" TO DESTINO.
           MOVE 0 TO NUMESP.
           MOVE 0 TO CANTENTR.
           MOVE SPACES TO PROMOMOV.
           MOVE "LQ" TO CLASEMOV.
           MOVE SALDO TO SALDOCUENTA.
           WRITE MOVIMIENTOSREC.
           CLOSE MOVIMIENTOSFILE.
           REWRITE CUENTASREC.
           UNLOCK CUENTASFILE.
           CLOSE CUENTASFILE.
           MOVE "S" TO ABONOOK.
       FINABONARLIQ.
           EXIT.

       ESCRIBIREXTRACTO.
           *> Extracto de la liquidacion para el organizador, con el
           *> mismo formato de lineas que el documento de entradas
           *> (ver TIKENT).
           MOVE SPACES TO NOMBRELIQ.
           STRING "LIQ" LIQSES ".TXT"
                  DELIMITED BY SIZE INTO NOMBRELIQ.
           OPEN OUTPUT LIQTXTFILE.
           MOVE "====== BANCO UNIZAR - LIQUIDACION A ORGANIZADOR ======"
                   TO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Fecha de liquidacion (AAMMDD): " LIQFECHA
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Sesion: " LIQSES "  celebrada el " TFECHA (IND)
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Espectaculo: " TNOMBRE (IND)
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           IF LIQEST = "A"
               MOVE "SESION CANCELADA: reembolsada a los clientes"
                       TO LIQTXTLIN
               WRITE LIQTXTLIN
               MOVE "Importe a liquidar: 0,00E" TO LIQTXTLIN
               WRITE LIQTXTLIN
               GO TO CERRAREXTRACTO
           END-IF.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Organizador: " ORGNOMBRE
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Cuenta de liquidacion: " LIQCUENTA
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE TENTR (IND) TO ENTRFOR.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Entradas vendidas:       " ENTRFOR
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE LIQVENTAS TO CANTFOR.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Ventas:               " CANTFOR "E"
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE LIQREEMB TO CANTFOR.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Reembolsos:          -" CANTFOR "E"
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE LIQCOMIS TO CANTFOR.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Comision:            -" CANTFOR "E"
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           MOVE LIQNETO TO CANTFOR.
           MOVE SPACES TO LIQTXTLIN.
           STRING "Importe abonado:      " CANTFOR "E"
                  DELIMITED BY SIZE INTO LIQTXTLIN.
           WRITE LIQTXTLIN.
           IF LIQMID > 0
               MOVE SPACES TO LIQTXTLIN
               STRING "Abono MID: " LIQMID
                      DELIMITED BY SIZE INTO LIQTXTLIN
               WRITE LIQTXTLIN
           END-IF.
       CERRAREXTRACTO.
           MOVE "======================================================"
                   TO LIQTXTLIN.
           WRITE LIQTXTLIN.
           CLOSE LIQTXTFILE.
       FINESCRIBIREXTRACTO.
           EXIT.

       END PROGRAM LIQUIDAR.
