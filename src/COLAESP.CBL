           RECORD KEY IS ESPERAID
           FILE STATUS IS FSES.

           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.

           SELECT RESERVASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
               01 ESPERAREC.
                 02 ESPERAID   PIC 9(5).
                 02 DNIESPERA  PIC X(9).
                 02 NUMESPESP  PIC 9(6). *> sesion
                 02 CANTESPERA PIC 9(5).
                 02 FECHORAALTA PIC 9999999999. *> AAMMDDHHMM

           FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5). *> espectaculo de la sesion
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

           FD RESERVASFILE
                   LABEL RECORDS ARE STANDARD
               01 RESERVASREC.
                 02 RESID     PIC 9(5).
                 02 DNIRES    PIC X(9).
                 02 NUMESPRES PIC 9(6). *> sesion
                 02 CANTRES   PIC 9(5).
                 02 EXPIRARES PIC 9999999999. *> AAMMDDHHMM

                   VALUE OF FILE-ID IS "ASIENTOS.DAT".
               01 ASIENTOSREC.
                 02 ASIKEY.
                   03 NUMESPASI  PIC 9(6).
                   03 NUMASIENTO PIC 9(5).
                 02 ESTADOASI  PIC X(1). *> L libre / V vendida /
                                         *> R reservada
                 02 USOASI     PIC X(1). *> S presentada en puerta
                                         *> (PUERTA) / N no
                 02 FECHORAUSO PIC 9999999999. *> AAMMDDHHMM entrada
                 02 ZONAASI    PIC 9. *> zona del recinto (0 = sin)

       WORKING-STORAGE SECTION.
           *> Aviso al cliente (ver AVISAR)
           77 AVDNI     PIC X(9).
           77 AVCUENTA  PIC X(10).
           77 AVTIPO    PIC X(2).
           77 AVREF     PIC X(12).
           77 AVTEXTO   PIC X(60).
           77 FSES    PIC XX.
           77 FSSE    PIC XX.
           77 FSRE    PIC XX.
           77 FSLF    PIC XX.
           77 FSAS    PIC XX.
           77 EXPIRACALC PIC 9999999999. *> AAMMDDHHMM

       LINKAGE SECTION.
           77 COLANUM PIC 9(6). *> sesion cuyo aforo se libero
       PROCEDURE DIVISION USING COLANUM.

       MAIN-PARA.
           *> Reparto de aforo liberado entre la lista de espera (ver
           *> COMPRAR): mientras el primero de la cola de
           *> la sesion quepa en DISPONIBLES, sus entradas se
           *> convierten en una reserva con la caducidad de
           *> LIMCONFIG (la misma mecanica de RESERVAR), se retienen
           *> localidades y su turno se borra. Lo invocan CADUCARES y

       BUSCARCABEZA.
           *> El id se asigna creciente al apuntarse, asi que el id
           *> mas bajo de la sesion es la cabeza de la cola.
           MOVE 0 TO CABEZAID.
           MOVE "N" TO EOF.
           OPEN INPUT ESPERAFILE.
           END-IF.

       PROBARAFORO.
           OPEN I-O SESIONESFILE.
           IF FSSE = "35"
               CLOSE SESIONESFILE
               EXIT PROGRAM
           END-IF.
           MOVE COLANUM TO NUMSES.
           READ SESIONESFILE
               INVALID KEY
                   CLOSE SESIONESFILE
                   EXIT PROGRAM
           END-READ.
           IF CABEZACANT > DISPONIBLES
               CLOSE SESIONESFILE
               EXIT PROGRAM
           END-IF.

           CLOSE RESERVASFILE.

           SUBTRACT CABEZACANT FROM DISPONIBLES GIVING DISPONIBLES.
           REWRITE SESIONESREC.
           CLOSE SESIONESFILE.

       RETENERLOCALIDADES.
           *> La reserva retiene las primeras localidades libres,
           END-READ.
           CLOSE ESPERAFILE.
           DISPLAY "Lista de espera: reserva " RESID " de "
                   CABEZACANT " entradas de la sesion " COLANUM
                   " para el DNI " CABEZADNI ".".
           *> La reserva caduca pronto: el cliente ha de saberlo
           *> aunque no entre en LOGIN.
           MOVE CABEZADNI TO AVDNI.
           MOVE SPACES TO AVCUENTA.
           MOVE "LE" TO AVTIPO.
           MOVE RESID TO AVREF.
           MOVE SPACES TO AVTEXTO.
           STRING "Lista de espera: " CABEZACANT " entradas ses "
                  COLANUM " caduca " EXPIRACALC
                  DELIMITED BY SIZE INTO AVTEXTO.
           CALL "AVISAR" USING AVDNI, AVCUENTA, AVTIPO, AVREF,
                               AVTEXTO.
           CANCEL "AVISAR".

           *> Puede que el siguiente de la cola tambien quepa en lo
           *> que queda liberado.
