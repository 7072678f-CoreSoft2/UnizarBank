       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFDOC.
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
           77 FSCF      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 FECHACT   PIC 9(6).
           *> Antelacion con que se avisa de la caducidad proxima.
           77 DIASAVISO PIC 9(5) VALUE 30.
           77 LIMAVISO  PIC 9(6).
           77 CNTPROX   PIC 9(5) VALUE 0.
           77 CNTGRACIA PIC 9(5) VALUE 0.
           77 CNTRESTR  PIC 9(5) VALUE 0.
           77 CNTSINF   PIC 9(5) VALUE 0.
           77 SITUACION PIC X(13).
           77 DVESTADO  PIC X(1).
           77 DVCADDOC  PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-PARA.
           *> Control diario de documentos de identidad (ver
           *> DOCVIGENTE): clientes cuyo documento caduca en los
           *> proximos dias, los ya caducados aun en plazo de gracia
           *> y los que ya tienen las operaciones restringidas, para
           *> que la oficina les pida el documento renovado. Los que
           *> no tienen la fecha registrada (ver CONVKYC) salen
           *> aparte. Va en la cadena nocturna (CIERRENOCHE).
           ACCEPT FECHACT FROM DATE.
           CALL "SUMARDIAS" USING FECHACT, DIASAVISO, LIMAVISO.
           CANCEL "SUMARDIAS".
           DISPLAY "Documentos de identidad a " FECHACT
                   " (aviso a " DIASAVISO " dias)".
           OPEN INPUT CLIENTESFILE.
           IF FSCF = "35"
               DISPLAY "No hay clientes."
               EXIT PROGRAM
           END-IF.
           DISPLAY " ".
           DISPLAY "DNI       Caduca Situacion     Nombre".

       LEER.
           READ CLIENTESFILE NEXT RECORD
               AT END MOVE "Y" TO EOF
           END-READ.
           IF EOF = "Y"
               GO TO FIN
           END-IF.
           IF CADDOC = 0
               ADD 1 TO CNTSINF
               MOVE "SIN FECHA" TO SITUACION
               GO TO LISTAR
           END-IF.
           IF CADDOC > LIMAVISO
               GO TO LEER
           END-IF.
           IF CADDOC NOT < FECHACT
               ADD 1 TO CNTPROX
               MOVE "CADUCA PRONTO" TO SITUACION
               GO TO LISTAR
           END-IF.
           *> Ya caducado: el plazo de gracia lo decide DOCVIGENTE,
           *> igual que en las operaciones.
           CALL "DOCVIGENTE" USING DNI, DVESTADO, DVCADDOC.
           CANCEL "DOCVIGENTE".
           IF DVESTADO = "C"
               ADD 1 TO CNTRESTR
               MOVE "RESTRINGIDO" TO SITUACION
           ELSE
               ADD 1 TO CNTGRACIA
               MOVE "EN GRACIA" TO SITUACION
           END-IF.
       LISTAR.
           DISPLAY DNI " " CADDOC " " SITUACION " " NOMBAPE.
           GO TO LEER.

       FIN.
           CLOSE CLIENTESFILE.
           DISPLAY " ".
           DISPLAY "Caducan en los proximos dias:   " CNTPROX.
           DISPLAY "Caducados en plazo de gracia:   " CNTGRACIA.
           DISPLAY "Caducados y restringidos:       " CNTRESTR.
           DISPLAY "Sin fecha de caducidad:         " CNTSINF.
           EXIT PROGRAM.

       END PROGRAM INFDOC.
