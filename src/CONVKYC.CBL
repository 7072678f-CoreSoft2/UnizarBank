       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVKYC.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIANTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANTDNI
           FILE STATUS IS FSCA.

           SELECT CLIENTESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DNI
           FILE STATUS IS FSCF.

       DATA DIVISION.
       FILE SECTION.

           *> Clientes con el formato anterior a los datos de
           *> identificacion; el operador renombra CLIENTES.DAT a
           *> CLIENTESANT.DAT antes de lanzar la conversion.
           FD CLIANTFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTESANT.DAT".
               01 CLIANTREC.
                 02 ANTDNI     PIC X(9).
                 02 ANTRESTO   PIC X(97). *> nombre, telefono,
                                          *> direccion y clave

           FD CLIENTESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CLIENTES.DAT".
               01 CLIENTESREC.
                 02 DNI      PIC X(9).
                 02 RESTOCLI PIC X(97). *> NOMBAPE, TEL, DIR y CLAVE
                 02 FECHANAC PIC 9(8). *> AAAAMMDD nacimiento
                 02 NACIONAL PIC X(3). *> nacionalidad (codigo de pais)
                 02 CADDOC   PIC 9(6). *> AAMMDD caducidad del documento
                                       *> (0 = sin registrar)
                 02 EMAIL    PIC X(40).
                 02 PROFESION PIC X(20).

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCA      PIC XX.
           77 FSCF      PIC XX.
           77 CONVERTIDOS PIC 9(7) VALUE 0.
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
           *> Conversion de una sola vez de CLIENTES.DAT al formato
           *> con datos de identificacion (ver MANTCLI); reservada a
           *> los supervisores, igual que CONVSESION.
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
           MOVE "CONVKYC" TO JCJOB.
           MOVE "000000" TO JCPERIODO.
           MOVE "I" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".
           IF JCESTADO = "C"
               DISPLAY "La conversion de clientes ya esta cerrada; "
                       "no se repite."
               EXIT PROGRAM
           END-IF.

           OPEN INPUT CLIANTFILE.
           IF FSCA = "35"
               DISPLAY "No existe CLIENTESANT.DAT: renombre antes "
                       "CLIENTES.DAT."
               EXIT PROGRAM
           END-IF.

       CONVCLI.
           *> Los datos de identificacion no se conocian: quedan en
           *> blanco y la caducidad a cero, que DOCVIGENTE no
           *> restringe e INFDOC lista para completarlos en
           *> ventanilla con la modificacion de MANTCLI.
           OPEN OUTPUT CLIENTESFILE.
       LEERCLIANT.
           READ CLIANTFILE NEXT RECORD
               AT END GO TO FINCLIANT
           END-READ.
           MOVE ANTDNI TO DNI.
           MOVE ANTRESTO TO RESTOCLI.
           MOVE 0 TO FECHANAC.
           MOVE SPACES TO NACIONAL.
           MOVE 0 TO CADDOC.
           MOVE SPACES TO EMAIL.
           MOVE SPACES TO PROFESION.
           WRITE CLIENTESREC.
           ADD 1 TO CONVERTIDOS.
           GO TO LEERCLIANT.
       FINCLIANT.
           CLOSE CLIANTFILE.
           CLOSE CLIENTESFILE.
           DISPLAY "Clientes convertidos: " CONVERTIDOS.

           MOVE "F" TO JCACCION.
           CALL "JOBCTRL" USING JCJOB, JCPERIODO, JCACCION,
                                JCESTADO, JCPUNTO.
           CANCEL "JOBCTRL".

           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "CONVKYC" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE "CONVERSION CLIENTES" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Clientes convertidos: " CONVERTIDOS
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           EXIT PROGRAM.

       END PROGRAM CONVKYC.
