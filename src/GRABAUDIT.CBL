       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRABAUDIT.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSAU.

           SELECT AUDCTRLFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSAC.

       DATA DIVISION.
       FILE SECTION.

           FD AUDITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDIT.DAT".
               01 AUDITREC.
                 02 AUDITEVENTO.
                   03 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
                   03 AUDITORIGEN  PIC X(10).
                   03 AUDITDNI     PIC X(9).
                   03 AUDITACCION  PIC X(20).
                   03 AUDITDETALLE PIC X(40).
                   03 AUDITOPER    PIC X(8). *> operador en el terminal
                 02 AUDITSEQ     PIC 9(9). *> numero de orden
                 02 AUDITHASH    PIC X(15). *> resumen encadenado

           *> Ultimo registro escrito en AUDIT.DAT: ancla de la
           *> cadena, como ULTIMOMID en MOVCTRL.DAT.
           FD AUDCTRLFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "AUDCTRL.DAT".
               01 AUDCTRLREC.
                 02 ULTIMOSEQ  PIC 9(9).
                 02 ULTIMOHASH PIC X(15).

       WORKING-STORAGE SECTION.
           77 FSAU      PIC XX.
           77 FSAC      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 HASHORIGEN PIC X(15) VALUE "#00000000000000".
           77 ANCLASEQ  PIC 9(9).
           77 ANCLAHASH PIC X(15).
           01 HADATOS.
             02 HAANTERIOR PIC X(15).
             02 HAEVENTO   PIC X(97).
             02 HASEQ      PIC 9(9).

       LINKAGE SECTION.
           01 GAEVENTO PIC X(97). *> AUDITREC del programa que llama
       PROCEDURE DIVISION USING GAEVENTO.

       MAIN-PARA.
           *> Unica puerta de escritura en AUDIT.DAT (se llama como
           *> AVISAR): cada programa rellena su AUDITREC y lo pasa
           *> aqui. El evento se escribe con su numero de orden y un
           *> resumen (ver HASHAUDIT) calculado sobre el resumen del
           *> registro anterior, de modo que VERIFAUD detecte huecos,
           *> filas alteradas o cadenas rotas. El registro de
           *> control se bloquea desde la lectura hasta despues de
           *> escribir el evento, igual que ULTIMOMID en MOVCTRL.DAT,
           *> para que dos programas a la vez no tomen el mismo
           *> numero ni escriban fuera de orden.
           OPEN I-O AUDCTRLFILE.
           IF FSAC = "35"
               PERFORM ANCLARCADENA THRU FINANCLARCADENA
               OPEN I-O AUDCTRLFILE
           END-IF.
       RESERVARSEQ.
           READ AUDCTRLFILE NEXT RECORD WITH LOCK.
           *> Con el control retenido por otro programa (o por
           *> BACKUP mientras copia la auditoria) se reintenta: una
           *> lectura sin bloqueo romperia la cadena.
           IF FSAC = "51"
               CLOSE AUDCTRLFILE
               OPEN I-O AUDCTRLFILE
               GO TO RESERVARSEQ
           END-IF.

           MOVE GAEVENTO TO AUDITEVENTO.
           ADD 1 TO ULTIMOSEQ GIVING AUDITSEQ.
           MOVE ULTIMOHASH TO HAANTERIOR.
           MOVE GAEVENTO TO HAEVENTO.
           MOVE AUDITSEQ TO HASEQ.
           CALL "HASHAUDIT" USING HADATOS, AUDITHASH.
           CANCEL "HASHAUDIT".

           OPEN EXTEND AUDITFILE.
           IF FSAU = "35"
               OPEN OUTPUT AUDITFILE
               CLOSE AUDITFILE
               OPEN EXTEND AUDITFILE
           END-IF.
           WRITE AUDITREC.
           *> Si el evento no llega a escribirse, el control no se
           *> adelanta: VERIFAUD veria un hueco o un final que no
           *> cuadra donde no falta nada.
           IF FSAU NOT = "00"
               CLOSE AUDITFILE
               UNLOCK AUDCTRLFILE
               CLOSE AUDCTRLFILE
               EXIT PROGRAM
           END-IF.
           CLOSE AUDITFILE.

           MOVE AUDITSEQ TO ULTIMOSEQ.
           MOVE AUDITHASH TO ULTIMOHASH.
           REWRITE AUDCTRLREC.
           UNLOCK AUDCTRLFILE.
           CLOSE AUDCTRLFILE.
           EXIT PROGRAM.

       ANCLARCADENA.
           *> Sin registro de control, la cadena se ancla en el
           *> ultimo registro de AUDIT.DAT, o en el origen (numero 0
           *> y resumen de ceros) si aun no hay auditoria.
           MOVE 0 TO ANCLASEQ.
           MOVE HASHORIGEN TO ANCLAHASH.
           OPEN INPUT AUDITFILE.
           IF FSAU = "35"
               GO TO GRABARANCLA
           END-IF.
       LEERANCLA.
           READ AUDITFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE AUDITSEQ TO ANCLASEQ
               MOVE AUDITHASH TO ANCLAHASH
               GO TO LEERANCLA
           END-IF.
           CLOSE AUDITFILE.
       GRABARANCLA.
           OPEN OUTPUT AUDCTRLFILE.
           MOVE ANCLASEQ TO ULTIMOSEQ.
           MOVE ANCLAHASH TO ULTIMOHASH.
           WRITE AUDCTRLREC.
           CLOSE AUDCTRLFILE.
       FINANCLARCADENA.
           EXIT.

       END PROGRAM GRABAUDIT.
