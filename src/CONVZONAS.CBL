       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVZONAS.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASIANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTKEY
           FILE STATUS IS FSAN.

           SELECT ASIENTOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASIKEY
           FILE STATUS IS FSAS.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

           SELECT ZONASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZONAKEY
           FILE STATUS IS FSZN.

       DATA DIVISION.
       FILE SECTION.

           *> Plano de asientos con el formato anterior a las zonas;
           *> el operador renombra ASIENTOS.DAT a ASIENTOSANT.DAT
           *> antes de lanzar la conversion.
           FD ASIANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOSANT.DAT".
               01 ASIANTREC.
                 02 ANTKEY.
                   03 ANTNUMESP  PIC 9(3).
                   03 ANTASIENTO PIC 9(5).
                 02 ANTESTADO  PIC X(1).
                 02 ANTMID     PIC 9(9).
                 02 ANTRES     PIC 9(5).
                 02 ANTUSO     PIC X(1).
                 02 ANTFECHORAUSO PIC 9999999999.

           FD ASIENTOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(3).
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 MIDASIENTO PIC 9(9). *> MID de la venta (0 = no)
                 02 RESASIENTO PIC 9(5). *> reserva que la retiene
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

           FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(3).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 PRECIO PIC 999V99.
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.
                 02 RECINTO PIC X(4). *> codigo de recinto

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

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSAN      PIC XX.
           77 FSAS      PIC XX.
           77 FSEF      PIC XX.
           77 FSZN      PIC XX.
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 ENZONA    PIC 9(7) VALUE 0.
           77 ESPACT    PIC 9(3).
           77 RECACT    PIC X(4).
           77 NZONAS    PIC 99 VALUE 0.
           77 IND       PIC 99.
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
           01 TABLAZONAS.
             02 ZONATAB OCCURS 9.
               03 ZTNUM    PIC 9.
               03 ZTDESDE  PIC 9(5).
               03 ZTHASTA  PIC 9(5).

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Conversion de una sola vez del plano de asientos al
           *> formato con zona de precio (ver MANTREC y MANTESP);
           *> reservada a los supervisores, igual que MIGRACLAVE.
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
           *> una segunda pasada vaciaria el plano ya convertido.
           MOVE "CONVZONAS" TO JCJOB.
           MOVE "000000" TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La conversion del plano de asientos ya esta "
                       "cerrada; no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN INPUT ASIANTFILE.
           IF FSAN = "35"
               DISPLAY "No existe ASIENTOSANT.DAT: renombre antes "
                       "ASIENTOS.DAT."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT ASIENTOSFILE.
           MOVE 0 TO ESPACT.

       LEERANT.
           READ ASIANTFILE NEXT RECORD
               AT END GO TO FINANT
           END-READ.
           IF ANTNUMESP NOT = ESPACT
               MOVE ANTNUMESP TO ESPACT
               PERFORM CARGARZONAS THRU FINCARGARZONAS
           END-IF.
           MOVE ANTNUMESP TO NUMESPASI.
           MOVE ANTASIENTO TO NUMASIENTO.
           MOVE ANTESTADO TO ESTADOASI.
           MOVE ANTMID TO MIDASIENTO.
           MOVE ANTRES TO RESASIENTO.
           MOVE ANTUSO TO USOASI.
           MOVE ANTFECHORAUSO TO FECHORAUSO.
           MOVE 0 TO ZONAASI.
           MOVE 0 TO IND.
       BUSCARZONA.
           ADD 1 TO IND.
           IF IND > NZONAS
               GO TO GRABAR
           END-IF.
           IF NUMASIENTO < ZTDESDE (IND) OR NUMASIENTO > ZTHASTA (IND)
               GO TO BUSCARZONA
           END-IF.
           MOVE ZTNUM (IND) TO ZONAASI.
           ADD 1 TO ENZONA.
       GRABAR.
           WRITE ASIENTOSREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERANT.

       FINANT.
           CLOSE ASIANTFILE.
           CLOSE ASIENTOSFILE.

           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".

           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CONVZONAS" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "CONVERSION ASIENTOS" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Asientos: " CONVERTIDOS " en zona " ENZONA
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".

           DISPLAY "Localidades convertidas: " CONVERTIDOS.
           DISPLAY "Localidades asignadas a una zona: " ENZONA.
           EXIT PROGRAM.

       CARGARZONAS.
           *> Rangos de zona del recinto del espectaculo; si el
           *> espectaculo ya no existe sus localidades quedan sin zona.
           MOVE 0 TO NZONAS.
           MOVE SPACES TO RECACT.
           OPEN INPUT ESPECTACULOSFILE.
           IF FSEF NOT = "35"
               MOVE ESPACT TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RECINTO TO RECACT
               END-READ
               CLOSE ESPECTACULOSFILE
           END-IF.
           IF RECACT = SPACES
               GO TO FINCARGARZONAS
           END-IF.
           OPEN INPUT ZONASFILE.
           IF FSZN = "35"
               GO TO FINCARGARZONAS
           END-IF.
           MOVE RECACT TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINLEERZONAS
           END-START.
       LEERZONA.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINLEERZONAS
           END-READ.
           IF ZONRECINTO NOT = RECACT
               GO TO FINLEERZONAS
           END-IF.
           IF NZONAS < 9
               ADD 1 TO NZONAS
               MOVE ZONNUM TO ZTNUM (NZONAS)
               MOVE ZONDESDE TO ZTDESDE (NZONAS)
               MOVE ZONHASTA TO ZTHASTA (NZONAS)
           END-IF.
           GO TO LEERZONA.
       FINLEERZONAS.
           CLOSE ZONASFILE.
       FINCARGARZONAS.
           EXIT.

       END PROGRAM CONVZONAS.
