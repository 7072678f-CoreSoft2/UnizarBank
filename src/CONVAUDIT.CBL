       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAUDIT.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDANTFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAA.

           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AUDNUEFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAN.

           SELECT AUDCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAC.

       DATA DIVISION.
       FILE SECTION.

           *> Auditoria con el formato anterior al encadenado; el
           *> operador renombra AUDIT.DAT a AUDITANT.DAT antes de
           *> lanzar la conversion.
           FD AUDANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDITANT.DAT".
               01 AUDANTREC PIC X(97).

           FD AUDITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               01 AUDITLEIDO.
                 02 AUDLEVENTO   PIC X(97). *> evento (ver GRABAUDIT)
                 02 AUDLSEQ      PIC 9(9). *> numero de orden
                 02 AUDLHASH     PIC X(15). *> resumen encadenado

           *> Filas escritas con el formato nuevo despues del
           *> renombrado (un SIGNON FALLIDO mientras se identifica el
           *> supervisor, por ejemplo): se apartan aqui y se
           *> encadenan detras de las antiguas.
           FD AUDNUEFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDITNUE.DAT".
               01 AUDNUEREC.
                 02 AUDNEVENTO   PIC X(97).
                 02 FILLER       PIC X(24).

           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           01 HADATOS.
             02 HAANTERIOR PIC X(15).
             02 HAEVENTO   PIC X(97).
             02 HASEQ      PIC 9(9).
           77 FSAA      PIC XX.
           77 FSAU      PIC XX.
           77 FSAN      PIC XX.
           77 FSAC      PIC XX.
           77 HASHORIGEN PIC X(15) VALUE "#00000000000000".
           77 CONVERTIDOS PIC 9(7) VALUE 0.
           77 APARTADAS PIC 9(7) VALUE 0.
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
           *> Conversion de una sola vez de AUDIT.DAT al formato con
           *> numero de orden y resumen encadenado (ver GRABAUDIT);
           *> reservada a los supervisores, igual que CONVKYC.
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
           *> una segunda pasada vaciaria el fichero ya convertido.
           MOVE "CONVAUDIT" TO JCJOB.
           MOVE "000000" TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La conversion de la auditoria ya esta "
                       "cerrada; no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN INPUT AUDANTFILE.
           IF FSAA = "35"
               DISPLAY "No existe AUDITANT.DAT: renombre antes "
                       "AUDIT.DAT."
               EXIT PROGRAM
           END-IF.

       APARTARNUEVAS.
           OPEN INPUT AUDITFILE.
           IF FSAU = "35"
               GO TO CONVAUD
           END-IF.
           OPEN OUTPUT AUDNUEFILE.
       LEERNUEVA.
           READ AUDITFILE NEXT RECORD
               AT END GO TO FINNUEVA
           END-READ.
           MOVE AUDITLEIDO TO AUDNUEREC.
           WRITE AUDNUEREC.
           ADD 1 TO APARTADAS.
           GO TO LEERNUEVA.
       FINNUEVA.
           CLOSE AUDITFILE.
           CLOSE AUDNUEFILE.

       CONVAUD.
           *> La cadena arranca en el origen (numero 0 y resumen de
           *> ceros) y cada fila se numera y se resume sobre la
           *> anterior, igual que hace GRABAUDIT al escribir.
           MOVE 0 TO ULTIMOSEQ.
           MOVE HASHORIGEN TO ULTIMOHASH.
           OPEN OUTPUT AUDITFILE.
       LEERAUDANT.
           READ AUDANTFILE NEXT RECORD
               AT END GO TO FINAUDANT
           END-READ.
           MOVE AUDANTREC TO AUDLEVENTO.
           PERFORM ENCADENAR THRU FINENCADENAR.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERAUDANT.
       FINAUDANT.
           CLOSE AUDANTFILE.
           IF APARTADAS = 0
               GO TO CERRARAUD
           END-IF.
           OPEN INPUT AUDNUEFILE.
       LEERAUDNUE.
           READ AUDNUEFILE NEXT RECORD
               AT END GO TO FINAUDNUE
           END-READ.
           MOVE AUDNEVENTO TO AUDLEVENTO.
           PERFORM ENCADENAR THRU FINENCADENAR.
           GO TO LEERAUDNUE.
       FINAUDNUE.
           CLOSE AUDNUEFILE.
       CERRARAUD.
           CLOSE AUDITFILE.

           *> El control se rehace con la ultima fila escrita: las
           *> siguientes (la de abajo la primera) siguen la cadena.
           OPEN OUTPUT AUDCTRLFILE.
           WRITE AUDCTRLREC.
           CLOSE AUDCTRLFILE.
           DISPLAY "Registros de auditoria convertidos: " CONVERTIDOS.
           IF APARTADAS > 0
               DISPLAY "Registros posteriores encadenados detras: "
                       APARTADAS
               DISPLAY "AUDITNUE.DAT ya se puede borrar."
           END-IF.

           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".

           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CONVAUDIT" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "CONVERSION AUDIT" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Registros convertidos: " CONVERTIDOS
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           EXIT PROGRAM.

       ENCADENAR.
           ADD 1 TO ULTIMOSEQ GIVING AUDLSEQ.
           MOVE ULTIMOHASH TO HAANTERIOR.
           MOVE AUDLEVENTO TO HAEVENTO.
           MOVE AUDLSEQ TO HASEQ.
           CALL "HASHAUDIT" USING HADATOS, AUDLHASH.
           CANCEL "HASHAUDIT".
           WRITE AUDITLEIDO.
           MOVE AUDLSEQ TO ULTIMOSEQ.
           MOVE AUDLHASH TO ULTIMOHASH.
       FINENCADENAR.
           EXIT.

       END PROGRAM CONVAUDIT.
