           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSIC.

       DATA DIVISION.
       FILE SECTION.

               01 CUENTASREC.
                 02 CUENTA   PIC X(10).
                 02 DNITIT   PIC X(9).
                 02 SALDO    PIC S9999999V99.
                 02 BLOQUEADA PIC X(1). *> Y bloq / N no / C cerrada

           FD MOVIMIENTOSFILE
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
                 02 CONCEPTOAR PIC X(40).
                 02 CANTIDADAR PIC S9999999V99.
                 02 DESTINOAR  PIC X(10).
                 02 SALDOCUENTAAR    PIC S9999999V99.
                 02 NUMESPAR PIC 9(6).
                 02 CANTENTRAR PIC 9(5).
                 02 CLASEMOVAR PIC X(2).
                 02 PROMOMOVAR PIC X(8).

           FD INACTCFGFILE
                   LABEL RECORDS ARE STANDARD
                 02 MESESINFORME PIC 99. *> meses sin uso para informar
                 02 MESESBLOQUEO PIC 99. *> meses sin uso para bloquear

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSCU      PIC XX.
           77 FSMF      PIC XX.
           77 FSMA      PIC XX.
           77 FSIC      PIC XX.
           77 MODO      PIC X(1). *> I informe / B bloqueo
           77 EOFMOV    PIC X VALUE "N".
           77 FECHAB    PIC 9(6).
           77 REVISADAS PIC 9(5) VALUE 0.
           77 INFORMADAS PIC 9(5) VALUE 0.
           77 BLOQUEADAS PIC 9(5) VALUE 0.
           77 SALDOTOT  PIC S9(9)V99 VALUE 0.
           77 SALDOTOTF PIC -ZZZ,ZZZ,ZZ9.99.
           77 SALDOFORMA PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           MULTIPLY FECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE HORA BY 10000 GIVING HORAMIN.
           ADD HORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "INACTIVAS" TO AUDITORIGEN.
           MOVE DNITIT TO AUDITDNI.
           MOVE "BLOQUEO" TO AUDITACCION.
           STRING "Cuenta " CTAACT " inactiva, bloqueo automatico"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           MOVE SPACES TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
           GO TO LEERCTA.

       FIN.
