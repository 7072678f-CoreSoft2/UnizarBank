       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCVIGENTE.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

       DATA DIVISION.
       FILE SECTION.

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 NOMBAPE  PIC X(40).
                 02 TEL      PIC X(12).
                 02 DIR      PIC X(30).
                 02 CLAVE    PIC X(15).
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

       WORKING-STORAGE SECTION.
           77 FSCF    PIC XX.
           77 FECHACT PIC 9(6).
           *> Dias de gracia tras la caducidad antes de restringir
           *> las operaciones; INFDOC lista los que estan en plazo.
           77 DIASGRACIA PIC 9(5) VALUE 30.
           77 LIMITE  PIC 9(6).

       LINKAGE SECTION.
           77 DVDNI    PIC X(9).
           77 DVESTADO PIC X(1). *> V vigente / G caducado en plazo
                                 *> de gracia / C caducado y
                                 *> restringido / S sin registrar
           77 DVCADDOC PIC 9(6). *> caducidad leida (AAMMDD)
       PROCEDURE DIVISION USING DVDNI, DVESTADO, DVCADDOC.

       MAIN-PARA.
           *> Rutina comun (se llama como RETENIDO) que dice si el
           *> documento de identidad del cliente sigue en vigor.
           *> Pasados los dias de gracia de su caducidad, TRANSFER,
           *> los envios al intercambio (TRANSFER y EJECORDEN) y los
           *> reintegros de CAJA se rechazan hasta que en ventanilla
           *> se anote el documento renovado (MODIFICAR de MANTCLI).
           *> Los clientes convertidos sin fecha (ver CONVKYC) no se
           *> restringen: INFDOC los saca aparte para completarlos.
           MOVE "S" TO DVESTADO.
           MOVE 0 TO DVCADDOC.
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "35"
               EXIT PROGRAM
           END-IF.
           MOVE DVDNI TO DNI.
           READ CLIENTESFILE
               INVALID KEY
                   MOVE 0 TO CADDOC
           END-READ.
           CLOSE CLIENTESFILE.
           MOVE CADDOC TO DVCADDOC.
           IF CADDOC = 0
               EXIT PROGRAM
           END-IF.
           ACCEPT FECHACT FROM DATE.
           IF CADDOC NOT < FECHACT
               MOVE "V" TO DVESTADO
               EXIT PROGRAM
           END-IF.
           CALL "SUMARDIAS" USING CADDOC, DIASGRACIA, LIMITE.
           CANCEL "SUMARDIAS".
           IF LIMITE < FECHACT
               MOVE "C" TO DVESTADO
           ELSE
               MOVE "G" TO DVESTADO
           END-IF.
           EXIT PROGRAM.

       END PROGRAM DOCVIGENTE.
