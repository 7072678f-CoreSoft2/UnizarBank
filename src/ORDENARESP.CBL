           RECORD KEY IS NUM
           FILE STATUS IS FSEF.
	   
           SELECT SESIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMSES
           ALTERNATE RECORD KEY IS NUMESPSES WITH DUPLICATES
           FILE STATUS IS FSSE.
	   
	   SELECT ORDEREDESP ASSIGN TO "ESPSORT.TMP".
	   
	   SELECT ORDEREDFILEESP ASSIGN TO DISK
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20). 
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos

               FD SESIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "SESIONES.DAT".
               01 SESIONESREC.
                 02 NUMSES   PIC 9(6).
                 02 NUMESPSES PIC 9(5).
                 02 FECHA PIC 9(6). *> AAMMDD
                 02 HORASES PIC 9(4). *> HHMM
                 02 RECINTO PIC X(4). *> codigo de recinto
                 02 DISPONIBLES PIC 99999.
                 02 ASIGNADAS PIC 99999.

               *> Una linea por sesion futura, con los datos de su
               *> espectaculo, en el orden de la cartelera.
               SD ORDEREDESP.
               01 ESPECTACULOSRECO.
                 02 NUMO      PIC 9(6). *> sesion
                 02 NOMBREO   PIC X(20).
                 02 DESCRIPCIONO   PIC X(20).
                 02 FECHAO PIC 9(6). *> AAMMDD
                 02 HORAO PIC 9(4). *> HHMM
                 02 PRECIOO PIC 999V99.
                 02 DISPONIBLESO PIC 99999.
                 02 ASIGNADASO PIC 99999.
                 02 RECINTOO PIC X(4).
                 02 ESPO PIC 9(5). *> espectaculo
               FD ORDEREDFILEESP
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ORDEREDESP.DAT".
               01 ESPECTACULOSRECOF.
                 02 NUMOF     PIC 9(6). *> sesion
                 02 NOMBREOF   PIC X(20).
                 02 DESCRIPCIONOF   PIC X(20).
                 02 FECHAOF PIC 9(6). *> AAMMDD
                 02 HORAOF PIC 9(4). *> HHMM
                 02 PRECIOOF PIC 999V99.
                 02 DISPONIBLESOF PIC 99999.
                 02 ASIGNADASOF PIC 99999.
                 02 RECINTOOF PIC X(4).
                 02 ESPOF PIC 9(5). *> espectaculo
               
                 
       WORKING-STORAGE SECTION.
       
       01 EKEY   PIC 9999999 VALUE 1. 
       77 FSEF   PIC XX.
       77 FSSE   PIC XX.
       77 FSOFE   PIC XX.
       77 FECHACT PIC 9(6).
           77 JCJOB     PIC X(10).
       SORTING.
           
          SORT ORDEREDESP
               ON ASCENDING FECHAO HORAO
            INPUT PROCEDURE CARGAR
            OUTPUT PROCEDURE SALIR
     
      
       CARGAR SECTION.
            INI-CAR.
                *> Se ordenan las sesiones, no los espectaculos: el
                *> nombre y el precio se toman de su espectaculo.
                OPEN INPUT SESIONESFILE.
                OPEN INPUT ESPECTACULOSFILE.
                IF FSSE = "35" OR FSEF = "35"
                    GO TO FIN-CAR
                END-IF.
            LEER1.
                READ SESIONESFILE NEXT RECORD 
                    AT END GO FIN-CAR
                END-READ.
                IF FECHA < FECHACT
                    GO TO LEER1
                END-IF.
                MOVE NUMESPSES TO NUM.
                READ ESPECTACULOSFILE
                    INVALID KEY GO TO LEER1
                END-READ.
                MOVE NUMSES TO NUMO.
                MOVE NOMBRE TO NOMBREO.
                MOVE DESCRIPCION TO DESCRIPCIONO.
                MOVE FECHA TO FECHAO.
                MOVE HORASES TO HORAO.
                MOVE PRECIO TO PRECIOO.
                MOVE DISPONIBLES TO DISPONIBLESO.
                MOVE ASIGNADAS TO ASIGNADASO.
                MOVE RECINTO TO RECINTOO.
                MOVE NUMESPSES TO ESPO.
                RELEASE ESPECTACULOSRECO.
                GO TO LEER1.
            FIN-CAR.
                CLOSE SESIONESFILE.
                CLOSE ESPECTACULOSFILE.
                EXIT.
                
                MOVE NOMBREO TO NOMBREOF.
                MOVE DESCRIPCIONO TO DESCRIPCIONOF.
                MOVE FECHAO TO FECHAOF.
                MOVE HORAO TO HORAOF.
                MOVE PRECIOO TO PRECIOOF.
                MOVE DISPONIBLESO TO DISPONIBLESOF.
                MOVE ASIGNADASO TO ASIGNADASOF.
                MOVE RECINTOO TO RECINTOOF.
                MOVE ESPO TO ESPOF.
                WRITE ESPECTACULOSRECOF.
                ADD 1 TO EKEY GIVING EKEY.
                GO TO COPIAF.
