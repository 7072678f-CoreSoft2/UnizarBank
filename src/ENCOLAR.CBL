       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOLAR.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PNNUM
           ALTERNATE RECORD KEY IS PNCUENTA WITH DUPLICATES
           FILE STATUS IS FSPN.

       DATA DIVISION.
       FILE SECTION.

           *> Cola de operaciones en linea recibidas durante el
           *> cierre nocturno (ver CONGELADO), en orden de llegada.
           FD PENDFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PENDIENTES.DAT".
               01 PENDREC.
                 02 PNNUM      PIC 9(6). *> orden de llegada
                 02 PNFECHORA  PIC 9999999999. *> AAMMDDHHMM llegada
                 02 PNDATOS.
                   03 PNTIPO     PIC X(1). *> T transferencia / C
                                           *> compra / I ingreso y R
                                           *> reintegro de CAJA / Q
                                           *> ingreso de cheque
                   03 PNCUENTA   PIC X(10). *> cuenta de la operacion
                   03 PNDNI      PIC X(9). *> quien la ordena
                   03 PNROL      PIC X(1). *> rol (ver ROLCUENTA)
                   03 PNIMPORTE  PIC 9999999V99.
                   03 PNRETEN    PIC 9999999V99. *> retenido del
                                                 *> disponible
                   03 PNDESTINO  PIC X(10). *> T: cuenta destino
                                          *> Q: entidad librada
                   03 PNTITULAR  PIC X(12). *> T: titular tecleado
                                          *> Q: numero de cheque
                   03 PNOPER     PIC X(8). *> I/R/Q: cajero
                   03 PNSESION   PIC 9(6). *> C: sesion
                   03 PNENTR     PIC 9(5). *> C: entradas
                   03 PNZONA     PIC 9. *> C: zona (0 = sin zona)
                   03 PNPROMO    PIC X(8). *> C: promocion
                   03 PNDTO      PIC 9999999V99. *> C: descuento
                   03 PNRESID    PIC 9(5). *> C: reserva que convierte
                   03 PNNOMBRE   PIC X(20). *> C: espectaculo
                 02 PNEST      PIC X(1). *> P pendiente / E en curso /
                                         *> A aplicada / R rechazada
                 02 PNMID      PIC 9(9). *> MID del apunte aplicado
                 02 PNMOTIVO   PIC X(30). *> motivo del rechazo
                 02 PNFHAPLI   PIC 9999999999. *> AAMMDDHHMM aplicacion

       WORKING-STORAGE SECTION.
           77 FSPN      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 MAXNUM    PIC 9(6).
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).
           77 FECHORACT PIC 9999999999. *> AAMMDDHHMM

       LINKAGE SECTION.
           01 ECDATOS PIC X(123). *> como PNDATOS
           77 ECNUM   PIC 9(6). *> numero en la cola
       PROCEDURE DIVISION USING ECDATOS, ECNUM.

       MAIN-PARA.
           *> Rutina comun (se llama como PEDIRAPROB) que deja una
           *> operacion de TRANSFER, COMPRAR o CAJA en la cola de
           *> PENDIENTES.DAT mientras el cierre nocturno tiene los
           *> apuntes congelados (ver CONGELADO). Lo que retiene
           *> (PNRETEN) lo descuenta PISOSALDO del disponible, via
           *> ENCOLADO, hasta que APLICOLA la aplica o la rechaza.
           ACCEPT FECHAB FROM DATE.
           ACCEPT HORA FROM TIME.
           MULTIPLY FECHAB BY 10000 GIVING FECHORACT.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO FECHORACT GIVING FECHORACT.
           OPEN I-O PENDFILE.
           IF FSPN = "35"
               OPEN OUTPUT PENDFILE
               CLOSE PENDFILE
               OPEN I-O PENDFILE
           END-IF.
           MOVE 0 TO MAXNUM.
       BUSCARULTIMA.
           READ PENDFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "N"
               MOVE PNNUM TO MAXNUM
               GO TO BUSCARULTIMA
           END-IF.

       GRABAR.
           *> Si otra sesion ha tomado el mismo numero entre tanto,
           *> la clave duplicada lleva al siguiente.
           ADD 1 TO MAXNUM GIVING PNNUM.
           MOVE FECHORACT TO PNFECHORA.
           MOVE ECDATOS TO PNDATOS.
           MOVE "P" TO PNEST.
           MOVE 0 TO PNMID.
           MOVE SPACES TO PNMOTIVO.
           MOVE 0 TO PNFHAPLI.
           WRITE PENDREC
               INVALID KEY
                   MOVE PNNUM TO MAXNUM
                   GO TO GRABAR
           END-WRITE.
           CLOSE PENDFILE.
           MOVE PNNUM TO ECNUM.
           EXIT PROGRAM.

       END PROGRAM ENCOLAR.
