       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLCUENTA.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

           SELECT COTITFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COTKEY
           ALTERNATE RECORD KEY IS COTDNI WITH DUPLICATES
           FILE STATUS IS FSCT.

       DATA DIVISION.
       FILE SECTION.

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD COTITFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "COTITULARES.DAT".
               01 COTITREC.
                 02 COTKEY.
                   03 COTCUENTA PIC X(10).
                   03 COTDNI    PIC X(9).
                 02 COTROL    PIC X(1). *> T cotitular / A autorizado /
                                        *> C solo consulta
                 02 COTTOPE   PIC 9999999V99. *> tope por operacion
                                              *> (autorizados)
                 02 COTFECHA  PIC 9(6). *> AAMMDD de alta

       WORKING-STORAGE SECTION.
           77 FSCU   PIC XX.
           77 FSCT   PIC XX.

       LINKAGE SECTION.
           77 RCCTA  PIC X(10).
           77 RCDNI  PIC X(9).
           77 RCROL  PIC X(1).
           77 RCTOPE PIC 9999999V99.
       PROCEDURE DIVISION USING RCCTA, RCDNI, RCROL, RCTOPE.

       MAIN-PARA.
           *> Papel de un DNI sobre una cuenta (se llama como
           *> PISOSALDO): P titular de CUENTASREC, T cotitular, A
           *> autorizado con tope por operacion en RCTOPE, C solo
           *> consulta, N ninguno. El titular y el cotitular no
           *> tienen tope propio (RCTOPE a cero).
           MOVE "N" TO RCROL.
           MOVE 0 TO RCTOPE.
           OPEN INPUT CUENTASFILE.
           MOVE RCCTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   EXIT PROGRAM
           END-READ.
           CLOSE CUENTASFILE.
           IF DNITIT = RCDNI
               MOVE "P" TO RCROL
               EXIT PROGRAM
           END-IF.

           OPEN INPUT COTITFILE.
           IF FSCT = "35"
               EXIT PROGRAM
           END-IF.
           MOVE RCCTA TO COTCUENTA.
           MOVE RCDNI TO COTDNI.
           READ COTITFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COTROL TO RCROL
                   IF COTROL = "A"
                       MOVE COTTOPE TO RCTOPE
                   END-IF
           END-READ.
           CLOSE COTITFILE.
           EXIT PROGRAM.

       END PROGRAM ROLCUENTA.
