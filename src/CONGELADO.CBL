       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONGELADO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADOFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           LOCK MODE IS MANUAL
           FILE STATUS IS FSES.

       DATA DIVISION.
       FILE SECTION.

           *> Registro unico con el estado del sistema.
           FD ESTADOFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESTADOSIS.DAT".
               01 ESTADOREC.
                 02 ESTCIERRE PIC X(1). *> S cierre nocturno en
                                        *> marcha / N no
                 02 ESTDESDE  PIC 9999999999. *> AAMMDDHHMM del
                                              *> ultimo cambio

       WORKING-STORAGE SECTION.
           77 FSES      PIC XX.
           77 FECHAB    PIC 9(6).
           77 HORA      PIC 9(8).
           77 HORAMIN   PIC 9(4).

       LINKAGE SECTION.
           77 CGACCION PIC X(1). *> Q consultar / A activar /
                                 *> D desactivar
           77 CGESTADO PIC X(1). *> S apuntes en linea congelados /
                                 *> N libres
       PROCEDURE DIVISION USING CGACCION, CGESTADO.

       MAIN-PARA.
           *> Rutina comun (se llama como JOBCTRL) que guarda si el
           *> cierre nocturno esta en marcha. CIERRENOCHE la activa
           *> al empezar y la desactiva al terminar la cadena; con
           *> ella activa TRANSFER, COMPRAR y CAJA no apuntan en
           *> MOVIMIENTOSFILE sino que dejan la operacion en la cola
           *> de ENCOLAR, y APLICOLA la aplica despues del cierre.
           *> Asi las cifras de CONCILIA y CIERREDIA no se mueven
           *> mientras se calculan.
           MOVE "N" TO CGESTADO.
           OPEN I-O ESTADOFILE.
           IF FSES = "35"
               OPEN OUTPUT ESTADOFILE
               MOVE "N" TO ESTCIERRE
               MOVE 0 TO ESTDESDE
               WRITE ESTADOREC
               CLOSE ESTADOFILE
               OPEN I-O ESTADOFILE
           END-IF.
           READ ESTADOFILE NEXT RECORD WITH LOCK
               AT END
                   CLOSE ESTADOFILE
                   EXIT PROGRAM
           END-READ.
           IF CGACCION = "A" OR CGACCION = "D"
               ACCEPT FECHAB FROM DATE
               ACCEPT HORA FROM TIME
               MULTIPLY FECHAB BY 10000 GIVING ESTDESDE
               DIVIDE HORA BY 10000 GIVING HORAMIN
               ADD HORAMIN TO ESTDESDE GIVING ESTDESDE
               IF CGACCION = "A"
                   MOVE "S" TO ESTCIERRE
               ELSE
                   MOVE "N" TO ESTCIERRE
               END-IF
               REWRITE ESTADOREC
           END-IF.
           MOVE ESTCIERRE TO CGESTADO.
           UNLOCK ESTADOFILE.
           CLOSE ESTADOFILE.
           EXIT PROGRAM.

       END PROGRAM CONGELADO.
