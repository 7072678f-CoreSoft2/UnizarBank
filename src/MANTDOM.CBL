       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTDOM.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MANDKEY
           ALTERNATE RECORD KEY IS CUENTAMAN WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSMA.

           SELECT RECIBOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCMID
           ALTERNATE RECORD KEY IS RCCUENTA WITH DUPLICATES
           LOCK MODE IS MANUAL
           FILE STATUS IS FSRC.

           SELECT DOMCFGFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSDC.

           SELECT CUENTASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTA
           ALTERNATE RECORD KEY IS DNITIT WITH DUPLICATES
           FILE STATUS IS FSCU.

       DATA DIVISION.
       FILE SECTION.

           FD MANDATOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "MANDATOS.DAT".
               01 MANDATOSREC.
                 02 MANDKEY.
                   03 CREDMAN PIC X(10). *> identificador del acreedor
                   03 REFMAN  PIC X(20). *> referencia del mandato
                 02 CUENTAMAN PIC X(10).
                 02 DNIMAN    PIC X(9).
                 02 NOMACRE   PIC X(20).
                 02 MAXMAN    PIC 9999999V99. *> importe maximo
                 02 ESTADOMAN PIC X(1). *> A activo / R revocado
                 02 FECHAMAN  PIC 9(6). *> AAMMDD de alta

           FD RECIBOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "RECIBOS.DAT".
               01 RECIBOSREC.
                 02 RCMID     PIC 9(9). *> MID del cargo
                 02 RCCUENTA  PIC X(10).
                 02 RCCRED    PIC X(10).
                 02 RCREF     PIC X(20).
                 02 RCNUM     PIC X(12).
                 02 RCCANT    PIC 9999999V99.
                 02 RCFECHA   PIC 9(6). *> AAMMDD del cargo
                 02 RCLIMITE  PIC 9(6). *> AAMMDD ultimo dia para
                                        *> devolverlo
                 02 RCESTADO  PIC X(1). *> C cobrado / S devolucion
                                        *> pedida / D devuelto
                 02 RCMIDDEV  PIC 9(9). *> MID del abono de devolucion

           FD DOMCFGFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DOMCFG.DAT".
               01 DOMCFGREC.
                 02 DIASDEVOL PIC 9(3). *> plazo de devolucion (dias)

           FD CUENTASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "CUENTAS.DAT".
               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSMA      PIC XX.
           77 FSRC      PIC XX.
           77 FSDC      PIC XX.
           77 FSCU      PIC XX.
           77 EOF       PIC X VALUE "N".
           77 OPCION    PIC 9 VALUE 0.
           77 CUENTAIN  PIC X(10).
           77 CREDIN    PIC X(10).
           77 REFIN     PIC X(20).
           77 MIDIN     PIC 9(9).
           77 FECHAB    PIC 9(6).
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 CANTFOR   PIC Z,ZZZ,ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Identificacion de operador delante del programa de
           *> gestion (ver OPSIGNON): nadie opera sin identificarse.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           *> Version de ventanilla de MISRECIBOS: el operador da de
           *> alta o revoca mandatos y pide devoluciones en nombre
           *> del cliente; el plazo de devolucion (DOMCFG.DAT) queda
           *> reservado a los supervisores. Todo cambio va a
           *> AUDIT.DAT con el operador.
           ACCEPT FECHAB FROM DATE.
           DISPLAY " ".
           DISPLAY "Domiciliaciones de recibos".
           DISPLAY "1-Listar  2-Alta  3-Revocar  4-Devolver recibo  "
                   "5-Plazo  6-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO ALTA
               WHEN 3
                   GO TO REVOCAR
               WHEN 4
                   GO TO DEVOLVER
               WHEN 5
                   GO TO PLAZO
               WHEN 6
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           DISPLAY "Cuenta: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           MOVE 0 TO LISTADOS.
           MOVE "N" TO EOF.
           OPEN INPUT MANDATOSFILE.
           IF FSMA = "35"
               DISPLAY "No hay mandatos registrados."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Acreedor   Referencia           Nombre       "
                   "           Maximo E Alta".
           MOVE CUENTAIN TO CUENTAMAN.
           START MANDATOSFILE
               KEY = CUENTAMAN
               INVALID KEY MOVE "Y" TO EOF
           END-START.
       LEERLISTA.
           IF EOF = "N"
               READ MANDATOSFILE NEXT RECORD
                   AT END MOVE "Y" TO EOF
               END-READ
           END-IF.
           IF EOF = "Y" OR CUENTAMAN NOT = CUENTAIN
               GO TO FINLISTA
           END-IF.
           MOVE MAXMAN TO CANTFOR.
           DISPLAY CREDMAN " " REFMAN " " NOMACRE " " CANTFOR " "
                   ESTADOMAN " " FECHAMAN.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE MANDATOSFILE.
           DISPLAY "Mandatos de la cuenta: " LISTADOS.
           GO TO MAIN-PARA.

       ALTA.
           DISPLAY "Cuenta de cargo: " WITH NO ADVANCING.
           ACCEPT CUENTAIN.
           OPEN INPUT CUENTASFILE.
           MOVE CUENTAIN TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CLOSE CUENTASFILE
                   DISPLAY "No existe ninguna cuenta con ese numero."
                   GO TO MAIN-PARA
           END-READ.
           CLOSE CUENTASFILE.
           IF BLOQUEADA = "C"
               DISPLAY "La cuenta esta cerrada."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Acreedor (identificador): " WITH NO ADVANCING.
           ACCEPT CREDIN.
           DISPLAY "Referencia del mandato: " WITH NO ADVANCING.
           ACCEPT REFIN.
           IF CREDIN = SPACES OR REFIN = SPACES
               DISPLAY "Acreedor o referencia no validos."
               GO TO MAIN-PARA
           END-IF.

           OPEN I-O MANDATOSFILE.
           IF FSMA = "35"
               OPEN OUTPUT MANDATOSFILE
               CLOSE MANDATOSFILE
               OPEN I-O MANDATOSFILE
           END-IF.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           READ MANDATOSFILE
               INVALID KEY
                   GO TO ALTANUEVA
           END-READ.
           CLOSE MANDATOSFILE.
           DISPLAY "Ya existe un mandato con esa referencia (cuenta "
                   CUENTAMAN ", estado " ESTADOMAN ").".
           GO TO MAIN-PARA.
       ALTANUEVA.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           MOVE CUENTAIN TO CUENTAMAN.
           MOVE DNITIT TO DNIMAN.
           DISPLAY "Nombre del acreedor: " WITH NO ADVANCING.
           ACCEPT NOMACRE.
           DISPLAY "Importe maximo por recibo: " WITH NO ADVANCING.
           ACCEPT MAXMAN.
           IF MAXMAN = 0
               CLOSE MANDATOSFILE
               DISPLAY "El importe maximo debe ser mayor que cero."
               GO TO MAIN-PARA
           END-IF.
           MOVE "A" TO ESTADOMAN.
           MOVE FECHAB TO FECHAMAN.
           WRITE MANDATOSREC.
           CLOSE MANDATOSFILE.
           MOVE DNIMAN TO AUDITDNI.
           MOVE "ALTA MANDATO" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING CREDMAN " " REFMAN
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Mandato dado de alta correctamente.".
           GO TO MAIN-PARA.

       REVOCAR.
           DISPLAY "Acreedor (identificador): " WITH NO ADVANCING.
           ACCEPT CREDIN.
           DISPLAY "Referencia del mandato: " WITH NO ADVANCING.
           ACCEPT REFIN.
           OPEN I-O MANDATOSFILE.
           IF FSMA = "35"
               DISPLAY "No hay mandatos registrados."
               CLOSE MANDATOSFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE CREDIN TO CREDMAN.
           MOVE REFIN TO REFMAN.
           READ MANDATOSFILE WITH LOCK
               INVALID KEY
                   CLOSE MANDATOSFILE
                   DISPLAY "No existe ese mandato."
                   GO TO MAIN-PARA
           END-READ.
           IF ESTADOMAN NOT = "A"
               UNLOCK MANDATOSFILE
               CLOSE MANDATOSFILE
               DISPLAY "El mandato ya esta revocado."
               GO TO MAIN-PARA
           END-IF.
           MOVE "R" TO ESTADOMAN.
           REWRITE MANDATOSREC.
           UNLOCK MANDATOSFILE.
           CLOSE MANDATOSFILE.
           MOVE DNIMAN TO AUDITDNI.
           MOVE "REVOCA MANDATO" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING CREDMAN " " REFMAN
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Mandato revocado.".
           GO TO MAIN-PARA.

       DEVOLVER.
           *> Misma regla que MISRECIBOS: solo un recibo cobrado y
           *> dentro de su plazo; COBRODOM lo abona esta noche.
           DISPLAY "MID del recibo a devolver: " WITH NO ADVANCING.
           ACCEPT MIDIN.
           OPEN I-O RECIBOSFILE.
           IF FSRC = "35"
               DISPLAY "No hay recibos cobrados."
               CLOSE RECIBOSFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE MIDIN TO RCMID.
           READ RECIBOSFILE WITH LOCK
               INVALID KEY
                   CLOSE RECIBOSFILE
                   DISPLAY "No existe ningun recibo con ese MID."
                   GO TO MAIN-PARA
           END-READ.
           IF RCESTADO NOT = "C" OR RCLIMITE < FECHAB
               UNLOCK RECIBOSFILE
               CLOSE RECIBOSFILE
               DISPLAY "El recibo ya esta devuelto o fuera de plazo "
                       "(limite " RCLIMITE ")."
               GO TO MAIN-PARA
           END-IF.
           MOVE "S" TO RCESTADO.
           REWRITE RECIBOSREC.
           UNLOCK RECIBOSFILE.
           CLOSE RECIBOSFILE.

           MOVE SPACES TO AUDITDNI.
           OPEN INPUT CUENTASFILE.
           MOVE RCCUENTA TO CUENTA.
           READ CUENTASFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DNITIT TO AUDITDNI
           END-READ.
           CLOSE CUENTASFILE.
           MOVE "DEVOLUCION RECIBO" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Recibo MID " RCMID " " RCCRED
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Devolucion registrada; se abonara en el proceso "
                   "de esta noche.".
           GO TO MAIN-PARA.

       PLAZO.
           *> Registro unico de configuracion, igual que LIMITESFILE:
           *> se autoinicializa la primera vez con 56 dias.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               GO TO MAIN-PARA
           END-IF.
           OPEN I-O DOMCFGFILE.
           IF FSDC = "35"
               OPEN OUTPUT DOMCFGFILE
               MOVE 56 TO DIASDEVOL
               WRITE DOMCFGREC
               CLOSE DOMCFGFILE
               OPEN I-O DOMCFGFILE
           END-IF.
           READ DOMCFGFILE NEXT RECORD.
           DISPLAY "Plazo de devolucion actual (dias): " DIASDEVOL.
           DISPLAY "Nuevo plazo (dias): " WITH NO ADVANCING.
           ACCEPT DIASDEVOL.
           IF DIASDEVOL = 0
               CLOSE DOMCFGFILE
               DISPLAY "El plazo debe ser mayor que cero."
               GO TO MAIN-PARA
           END-IF.
           REWRITE DOMCFGREC.
           CLOSE DOMCFGFILE.
           MOVE SPACES TO AUDITDNI.
           MOVE "PLAZO DEVOLUCION" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING "Plazo de devolucion de recibos " DIASDEVOL " dias"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Plazo actualizado; rige para los recibos que se "
                   "cobren a partir de ahora.".
           GO TO MAIN-PARA.

       AUDITAR.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA), igual que DESBLOQ.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTDOM" TO AUDITORIGEN.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTDOM.
