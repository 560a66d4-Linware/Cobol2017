       IDENTIFICATION DIVISION.
          PROGRAM-ID. PERSFUSI.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SOURCE-COMPUTER.           IBM-3083.
           OBJECT-COMPUTER.           IBM-3083.


        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT FUSIONS ASSIGN "FUSIONS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-FUSIONS.
            SELECT PERSMST ASSIGN "PERSONES.TXT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-NUMERO
            STATUS IS FS-PERSMST.
            SELECT OPTIONAL PERSFUS ASSIGN "PERSFUS.TXT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PF-RETIRAT
            STATUS IS FS-PERSFUS.
            SELECT OPTIONAL FUSIOLOG ASSIGN "FUSIOLOG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-FUSIOLOG.
            SELECT FUSIOREJ ASSIGN "FUSIOREJ.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-FUSIOREJ.
            SELECT RPTCONTROL ASSIGN "CONTROL_FUS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-RPTCONTROL.

       DATA DIVISION.

       FILE SECTION.
        FD FUSIONS.
        01 FU-REG.
            05 FU-SUPERVIVENT    PIC X(07).
            05 FILLER            PIC X(01).
            05 FU-ABSORBIT       PIC X(07).
            05 FILLER            PIC X(65).
        FD PERSMST.
        01 PM-REG.
            05 PM-NUMERO         PIC X(07).
            05 PM-COGNOM         PIC X(20).
            05 PM-ZGEO           PIC X(09).
            05 PM-SUCURSAL       PIC X(03).
            05 PM-HISTORIA.
                10 PM-HIST OCCURS 5 TIMES.
                    15 PM-H-DATA     PIC X(08).
                    15 PM-H-CONTADOR PIC 9(03).
        FD PERSFUS.
        01 PF-REG.
            05 PF-RETIRAT        PIC X(07).
            05 PF-SUPERVIVENT    PIC X(07).
            05 PF-DATA           PIC X(08).
        FD FUSIOLOG.
        01 FL-REG.
            05 FL-DATA           PIC X(08).
            05 FILLER            PIC X(01).
            05 FL-HORA           PIC X(08).
            05 FILLER            PIC X(01).
            05 FL-TIPO           PIC X(01).
            05 FILLER            PIC X(01).
            05 FL-SUPERVIVENT    PIC X(07).
            05 FILLER            PIC X(01).
            05 FL-ABSORBIT       PIC X(07).
            05 FILLER            PIC X(01).
            05 FL-IMATGE         PIC X(94).
        FD FUSIOREJ.
        01 FR-REG.
            05 FR-SUPERVIVENT    PIC X(07).
            05 FILLER            PIC X(01).
            05 FR-ABSORBIT       PIC X(07).
            05 FILLER            PIC X(01).
            05 FR-MOTIU          PIC X(40).
        FD RPTCONTROL.
        01 CT-REG.
            05 CT-ETIQUETA       PIC X(30).
            05 FILLER            PIC X(01).
            05 CT-VALOR          PIC X(20).

       WORKING-STORAGE SECTION.
        01 FS-STATUS.
            05 FS-FUSIONS     PIC X(02).
            05 FS-PERSMST     PIC X(02).
            05 FS-PERSFUS     PIC X(02).
            05 FS-FUSIOLOG    PIC X(02).
            05 FS-FUSIOREJ    PIC X(02).
            05 FS-RPTCONTROL  PIC X(02).

        01 SWITCH             PIC X.
            88 FIN-FICHERO       VALUE "S".
            88 NO-FIN-FICHERO    VALUE "N".

        01 WS-MODE             PIC X(32) VALUE SPACES.
        01 WS-MODE-PARAULA     PIC X(10) VALUE SPACES.
        01 WS-PARAMETRE        PIC X(07) VALUE SPACES.

        01 WS-RPTCONTROL-DADES.
            05 WS-DATA-INICI     PIC X(08).
            05 WS-HORA-INICI     PIC X(08).
            05 WS-DATA-FI        PIC X(08).
            05 WS-HORA-FI        PIC X(08).
            05 WS-COMPT-LLEGITS  PIC 9(07) VALUE ZERO.
            05 WS-COMPT-FUSIONS  PIC 9(07) VALUE ZERO.
            05 WS-COMPT-DESFETES PIC 9(07) VALUE ZERO.
            05 WS-COMPT-RECHAZOS PIC 9(05) VALUE ZERO.

        01 WS-DATA-AVUI.
            05 FILLER            PIC X(02) VALUE "20".
            05 WS-AVUI-AAMMDD    PIC X(06).

        01 WS-NUMERO-X         PIC X(07).
        01 WS-NUMERO-DESPL     PIC X(07).
        01 WS-NUM-SUPERVIVENT  PIC X(07).
        01 WS-NUM-ABSORBIT     PIC X(07).
        01 WS-REJ-SUPERVIVENT  PIC X(07).
        01 WS-REJ-ABSORBIT     PIC X(07).
        01 WS-MOTIU            PIC X(40).
        01 WS-LOG-TIPO         PIC X(01).
        01 WS-LOG-IMATGE       PIC X(94).

        01 NUMERO-VALID-SW     PIC X VALUE "S".
            88 NUMERO-VALID      VALUE "S".
            88 NUMERO-INVALID    VALUE "N".

        01 IMATGES-TROBADES-SW PIC X VALUE "N".
            88 IMATGES-TROBADES    VALUE "S".
            88 IMATGES-NO-TROBADES VALUE "N".

        01 WS-IMATGE-ABANS     PIC X(94).
        01 WS-IMATGE-DESPRES   PIC X(94).
        01 WS-IMATGE-ABSORBIT  PIC X(94).
        01 WA-REG REDEFINES WS-IMATGE-ABSORBIT.
            05 WA-NUMERO         PIC X(07).
            05 WA-COGNOM         PIC X(20).
            05 WA-ZGEO           PIC X(09).
            05 WA-SUCURSAL       PIC X(03).
            05 WA-HIST OCCURS 5 TIMES.
                10 WA-H-DATA      PIC X(08).
                10 WA-H-CONTADOR  PIC 9(03).

        01 HI                  PIC 9(02).
        01 HJ                  PIC 9(02).
        01 HC-TOTAL            PIC 9(02).
        01 HC-MILLOR           PIC 9(02).
        01 TAULA-HISTORIA.
            05 HC-ENTRADA OCCURS 10 TIMES.
                10 HC-DATA        PIC X(08).
                10 HC-CONTADOR    PIC 9(04).
                10 HC-USAT        PIC X(01).
        01 WS-SUMA-CONTADOR    PIC 9(04).

       PROCEDURE DIVISION.

       PROCESO.

           ACCEPT WS-MODE FROM COMMAND-LINE
           ACCEPT WS-DATA-INICI FROM DATE
           ACCEPT WS-HORA-INICI FROM TIME
           ACCEPT WS-AVUI-AAMMDD FROM DATE

           UNSTRING WS-MODE DELIMITED BY ALL " "
               INTO WS-MODE-PARAULA WS-PARAMETRE
           END-UNSTRING

           PERFORM OBRIR-MESTRES THRU FIN-OBRIR-MESTRES

           IF WS-MODE-PARAULA = "DESFER" OR WS-MODE-PARAULA = "desfer"
               PERFORM DESFER-FUSIO THRU FIN-DESFER-FUSIO
           ELSE
               PERFORM APLICAR-FUSIONS THRU FIN-APLICAR-FUSIONS
           END-IF

           PERFORM ESCRIURE-RPTCONTROL THRU FIN-ESCRIURE-RPTCONTROL
           PERFORM FINALIZAR.

       FIN-PROCESO. EXIT.

       OBRIR-MESTRES.

           OPEN I-O PERSMST
           IF FS-PERSMST NOT = "00"
               DISPLAY "PERSFUSI - ABEND: NO ES POT OBRIR EL "
                       "MESTRE DE PERSONES (PERSONES.TXT)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PERSFUS
           IF FS-PERSFUS NOT = "00" AND FS-PERSFUS NOT = "05"
               DISPLAY "PERSFUSI - ABEND: NO ES POT OBRIR EL "
                       "REGISTRE DE FUSIONS (PERSFUS.TXT)"
               MOVE 16 TO RETURN-CODE
               CLOSE PERSMST
               STOP RUN
           END-IF

           OPEN OUTPUT FUSIOREJ.

       FIN-OBRIR-MESTRES. EXIT.

       APLICAR-FUSIONS.

           OPEN INPUT FUSIONS
           IF FS-FUSIONS NOT = "00"
               DISPLAY "PERSFUSI - ABEND: NO ES POT OBRIR "
                       "EL FITXER FUSIONS.TXT"
               MOVE 16 TO RETURN-CODE
               PERFORM FINALIZAR
           END-IF
           OPEN EXTEND FUSIOLOG

           SET NO-FIN-FICHERO TO TRUE
           PERFORM TRACTAR-FUSIO THRU FIN-TRACTAR-FUSIO
               UNTIL FIN-FICHERO

           CLOSE FUSIONS
           CLOSE FUSIOLOG.

       FIN-APLICAR-FUSIONS. EXIT.

       TRACTAR-FUSIO.

           READ FUSIONS
           IF FS-FUSIONS NOT = "00"
               SET FIN-FICHERO TO TRUE
               GO TO FIN-TRACTAR-FUSIO
           END-IF
           ADD 1 TO WS-COMPT-LLEGITS
           MOVE FU-SUPERVIVENT TO WS-REJ-SUPERVIVENT
           MOVE FU-ABSORBIT    TO WS-REJ-ABSORBIT

           MOVE FU-SUPERVIVENT TO WS-NUMERO-X
           PERFORM CONVERTIR-NUMERO THRU FIN-CONVERTIR-NUMERO
           MOVE WS-NUMERO-X TO WS-NUM-SUPERVIVENT
           IF NUMERO-INVALID
               MOVE "NUMERO SUPERVIVENT NO VALID" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF

           MOVE FU-ABSORBIT TO WS-NUMERO-X
           PERFORM CONVERTIR-NUMERO THRU FIN-CONVERTIR-NUMERO
           MOVE WS-NUMERO-X TO WS-NUM-ABSORBIT
           IF NUMERO-INVALID
               MOVE "NUMERO ABSORBIT NO VALID" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF

           IF WS-NUM-SUPERVIVENT = WS-NUM-ABSORBIT
               MOVE "SUPERVIVENT I ABSORBIT IGUALS" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF

           MOVE WS-NUM-ABSORBIT TO PM-NUMERO
           READ PERSMST
           IF FS-PERSMST NOT = "00"
               MOVE "ABSORBIT INEXISTENT AL MESTRE" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF
           MOVE PM-REG TO WS-IMATGE-ABSORBIT

           MOVE WS-NUM-SUPERVIVENT TO PM-NUMERO
           READ PERSMST
           IF FS-PERSMST NOT = "00"
               MOVE "SUPERVIVENT INEXISTENT AL MESTRE" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF
           MOVE PM-REG TO WS-IMATGE-ABANS

           PERFORM COMBINAR-PERSONA THRU FIN-COMBINAR-PERSONA

           REWRITE PM-REG
           IF FS-PERSMST NOT = "00"
               MOVE "ERROR REGRAVANT EL SUPERVIVENT" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF
           MOVE PM-REG TO WS-IMATGE-DESPRES

           MOVE WS-NUM-ABSORBIT TO PM-NUMERO
           DELETE PERSMST
           IF FS-PERSMST NOT = "00"
               MOVE WS-IMATGE-ABANS TO PM-REG
               REWRITE PM-REG
               MOVE "ERROR ESBORRANT L'ABSORBIT" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-TRACTAR-FUSIO
           END-IF

           MOVE WS-NUM-ABSORBIT    TO PF-RETIRAT
           MOVE WS-NUM-SUPERVIVENT TO PF-SUPERVIVENT
           MOVE WS-DATA-AVUI       TO PF-DATA
           WRITE PF-REG
           IF FS-PERSFUS NOT = "00"
               REWRITE PF-REG
           END-IF

           MOVE "A" TO WS-LOG-TIPO
           MOVE WS-IMATGE-ABSORBIT TO WS-LOG-IMATGE
           PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG
           MOVE "S" TO WS-LOG-TIPO
           MOVE WS-IMATGE-ABANS TO WS-LOG-IMATGE
           PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG
           MOVE "D" TO WS-LOG-TIPO
           MOVE WS-IMATGE-DESPRES TO WS-LOG-IMATGE
           PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG

           ADD 1 TO WS-COMPT-FUSIONS.

       FIN-TRACTAR-FUSIO. EXIT.

       COMBINAR-PERSONA.

           IF PM-COGNOM = SPACES
               MOVE WA-COGNOM TO PM-COGNOM
           END-IF
           IF PM-ZGEO = SPACES
               MOVE WA-ZGEO TO PM-ZGEO
           END-IF
           IF PM-SUCURSAL = SPACES
               MOVE WA-SUCURSAL TO PM-SUCURSAL
           END-IF

           MOVE ZERO TO HC-TOTAL
           PERFORM CARREGAR-HIST-SUPERV THRU FIN-CARREGAR-HIST-SUPERV
               VARYING HI FROM 1 BY 1 UNTIL HI > 5
           PERFORM CARREGAR-HIST-ABSORB THRU FIN-CARREGAR-HIST-ABSORB
               VARYING HI FROM 1 BY 1 UNTIL HI > 5

           PERFORM TRIAR-HISTORIA THRU FIN-TRIAR-HISTORIA
               VARYING HI FROM 1 BY 1 UNTIL HI > 5.

       FIN-COMBINAR-PERSONA. EXIT.

       CARREGAR-HIST-SUPERV.

           IF PM-H-DATA(HI) = SPACES
               GO TO FIN-CARREGAR-HIST-SUPERV
           END-IF
           ADD 1 TO HC-TOTAL
           MOVE PM-H-DATA(HI)     TO HC-DATA(HC-TOTAL)
           MOVE PM-H-CONTADOR(HI) TO HC-CONTADOR(HC-TOTAL)
           MOVE "N"               TO HC-USAT(HC-TOTAL).

       FIN-CARREGAR-HIST-SUPERV. EXIT.

       CARREGAR-HIST-ABSORB.

           IF WA-H-DATA(HI) = SPACES
               GO TO FIN-CARREGAR-HIST-ABSORB
           END-IF

           MOVE ZERO TO HC-MILLOR
           PERFORM CERCAR-DATA-HIST THRU FIN-CERCAR-DATA-HIST
               VARYING HJ FROM 1 BY 1 UNTIL HJ > HC-TOTAL

           IF HC-MILLOR > ZERO
               ADD WA-H-CONTADOR(HI) TO HC-CONTADOR(HC-MILLOR)
           ELSE
               ADD 1 TO HC-TOTAL
               MOVE WA-H-DATA(HI)     TO HC-DATA(HC-TOTAL)
               MOVE WA-H-CONTADOR(HI) TO HC-CONTADOR(HC-TOTAL)
               MOVE "N"               TO HC-USAT(HC-TOTAL)
           END-IF.

       FIN-CARREGAR-HIST-ABSORB. EXIT.

       CERCAR-DATA-HIST.

           IF HC-DATA(HJ) = WA-H-DATA(HI)
               MOVE HJ TO HC-MILLOR
               MOVE HC-TOTAL TO HJ
           END-IF.

       FIN-CERCAR-DATA-HIST. EXIT.

       TRIAR-HISTORIA.

           MOVE ZERO TO HC-MILLOR
           PERFORM CERCAR-MES-RECENT THRU FIN-CERCAR-MES-RECENT
               VARYING HJ FROM 1 BY 1 UNTIL HJ > HC-TOTAL

           IF HC-MILLOR = ZERO
               MOVE SPACES TO PM-H-DATA(HI)
               MOVE ZERO   TO PM-H-CONTADOR(HI)
               GO TO FIN-TRIAR-HISTORIA
           END-IF

           MOVE "S" TO HC-USAT(HC-MILLOR)
           MOVE HC-DATA(HC-MILLOR) TO PM-H-DATA(HI)
           MOVE HC-CONTADOR(HC-MILLOR) TO WS-SUMA-CONTADOR
           IF WS-SUMA-CONTADOR > 999
               MOVE 999 TO WS-SUMA-CONTADOR
           END-IF
           MOVE WS-SUMA-CONTADOR TO PM-H-CONTADOR(HI).

       FIN-TRIAR-HISTORIA. EXIT.

       CERCAR-MES-RECENT.

           IF HC-USAT(HJ) = "S"
               GO TO FIN-CERCAR-MES-RECENT
           END-IF
           IF HC-MILLOR = ZERO
               MOVE HJ TO HC-MILLOR
           ELSE
               IF HC-DATA(HJ) > HC-DATA(HC-MILLOR)
                   MOVE HJ TO HC-MILLOR
               END-IF
           END-IF.

       FIN-CERCAR-MES-RECENT. EXIT.

       DESFER-FUSIO.

           MOVE SPACES       TO WS-REJ-SUPERVIVENT
           MOVE WS-PARAMETRE TO WS-REJ-ABSORBIT
           MOVE WS-PARAMETRE TO WS-NUMERO-X
           PERFORM CONVERTIR-NUMERO THRU FIN-CONVERTIR-NUMERO
           MOVE WS-NUMERO-X TO WS-NUM-ABSORBIT
           ADD 1 TO WS-COMPT-LLEGITS
           IF NUMERO-INVALID
               MOVE "NUMERO ABSORBIT NO VALID" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           MOVE WS-NUM-ABSORBIT TO PF-RETIRAT
           READ PERSFUS
           IF FS-PERSFUS NOT = "00"
               MOVE "NUMERO NO RETIRAT PER FUSIO" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF
           MOVE PF-SUPERVIVENT TO WS-NUM-SUPERVIVENT
           MOVE PF-SUPERVIVENT TO WS-REJ-SUPERVIVENT

           PERFORM CERCAR-IMATGES THRU FIN-CERCAR-IMATGES
           IF IMATGES-NO-TROBADES
               MOVE "FUSIO SENSE IMATGES A FUSIOLOG.TXT" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           MOVE WS-NUM-SUPERVIVENT TO PM-NUMERO
           READ PERSMST
           IF FS-PERSMST NOT = "00"
               MOVE "SUPERVIVENT INEXISTENT AL MESTRE" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF
           IF PM-REG NOT = WS-IMATGE-DESPRES
               MOVE "SUPERVIVENT MODIFICAT DESPRES DE FUSIO"
                    TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           MOVE WS-IMATGE-ABSORBIT TO PM-REG
           WRITE PM-REG
           IF FS-PERSMST NOT = "00"
               MOVE "ERROR REINTEGRANT L'ABSORBIT" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           MOVE WS-IMATGE-ABANS TO PM-REG
           REWRITE PM-REG
           IF FS-PERSMST NOT = "00"
               MOVE "ERROR RESTAURANT EL SUPERVIVENT" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           MOVE WS-NUM-ABSORBIT TO PF-RETIRAT
           DELETE PERSFUS
           IF FS-PERSFUS NOT = "00"
               MOVE "ERROR ESBORRANT LA FUSIO A PERSFUS" TO WS-MOTIU
               PERFORM ESCRIURE-RECHAZO THRU FIN-ESCRIURE-RECHAZO
               GO TO FIN-DESFER-FUSIO
           END-IF

           OPEN EXTEND FUSIOLOG
           MOVE "U" TO WS-LOG-TIPO
           MOVE WS-IMATGE-ABSORBIT TO WS-LOG-IMATGE
           PERFORM ESCRIURE-LOG THRU FIN-ESCRIURE-LOG
           CLOSE FUSIOLOG

           ADD 1 TO WS-COMPT-DESFETES.

       FIN-DESFER-FUSIO. EXIT.

       CERCAR-IMATGES.

           SET IMATGES-NO-TROBADES TO TRUE
           OPEN INPUT FUSIOLOG
           IF FS-FUSIOLOG NOT = "00"
               GO TO FIN-CERCAR-IMATGES
           END-IF

           SET NO-FIN-FICHERO TO TRUE
           PERFORM LLEGIR-LOG THRU FIN-LLEGIR-LOG
               UNTIL FIN-FICHERO

           CLOSE FUSIOLOG.

       FIN-CERCAR-IMATGES. EXIT.

       LLEGIR-LOG.

           READ FUSIOLOG
           IF FS-FUSIOLOG NOT = "00"
               SET FIN-FICHERO TO TRUE
               GO TO FIN-LLEGIR-LOG
           END-IF

           IF FL-ABSORBIT NOT = WS-NUM-ABSORBIT
              OR FL-SUPERVIVENT NOT = WS-NUM-SUPERVIVENT
               GO TO FIN-LLEGIR-LOG
           END-IF

           EVALUATE FL-TIPO
               WHEN "A"
                   MOVE FL-IMATGE TO WS-IMATGE-ABSORBIT
               WHEN "S"
                   MOVE FL-IMATGE TO WS-IMATGE-ABANS
               WHEN "D"
                   MOVE FL-IMATGE TO WS-IMATGE-DESPRES
                   SET IMATGES-TROBADES TO TRUE
           END-EVALUATE.

       FIN-LLEGIR-LOG. EXIT.

       ESCRIURE-LOG.

           MOVE SPACES             TO FL-REG
           MOVE WS-DATA-AVUI       TO FL-DATA
           ACCEPT FL-HORA FROM TIME
           MOVE WS-LOG-TIPO        TO FL-TIPO
           MOVE WS-LOG-IMATGE      TO FL-IMATGE
           MOVE WS-NUM-SUPERVIVENT TO FL-SUPERVIVENT
           MOVE WS-NUM-ABSORBIT    TO FL-ABSORBIT
           WRITE FL-REG.

       FIN-ESCRIURE-LOG. EXIT.

       CONVERTIR-NUMERO.

           SET NUMERO-VALID TO TRUE
           IF WS-NUMERO-X = SPACES
               SET NUMERO-INVALID TO TRUE
               GO TO FIN-CONVERTIR-NUMERO
           END-IF
           PERFORM DESPLACAR-NUMERO THRU FIN-DESPLACAR-NUMERO
               UNTIL WS-NUMERO-X(7:1) NOT = SPACE
           INSPECT WS-NUMERO-X REPLACING LEADING " " BY "0"
           IF WS-NUMERO-X IS NOT NUMERIC
               SET NUMERO-INVALID TO TRUE
           END-IF.

       FIN-CONVERTIR-NUMERO. EXIT.

       DESPLACAR-NUMERO.

           MOVE WS-NUMERO-X          TO WS-NUMERO-DESPL
           MOVE SPACE                TO WS-NUMERO-X(1:1)
           MOVE WS-NUMERO-DESPL(1:6) TO WS-NUMERO-X(2:6).

       FIN-DESPLACAR-NUMERO. EXIT.

       ESCRIURE-RECHAZO.

           MOVE SPACES         TO FR-REG
           MOVE WS-REJ-SUPERVIVENT TO FR-SUPERVIVENT
           MOVE WS-REJ-ABSORBIT    TO FR-ABSORBIT
           MOVE WS-MOTIU       TO FR-MOTIU
           WRITE FR-REG
           ADD 1 TO WS-COMPT-RECHAZOS.

       FIN-ESCRIURE-RECHAZO. EXIT.

       ESCRIURE-RPTCONTROL.

           ACCEPT WS-DATA-FI FROM DATE
           ACCEPT WS-HORA-FI FROM TIME

           OPEN OUTPUT RPTCONTROL
           MOVE SPACES TO CT-REG

           MOVE "MODE"                      TO CT-ETIQUETA
           IF WS-MODE-PARAULA = "DESFER" OR WS-MODE-PARAULA = "desfer"
               MOVE "DESFER"     TO CT-VALOR
           ELSE
               MOVE "FUSIONAR"   TO CT-VALOR
           END-IF
           WRITE CT-REG
           MOVE "DATA INICI"                TO CT-ETIQUETA
           MOVE WS-DATA-INICI               TO CT-VALOR
           WRITE CT-REG
           MOVE "HORA INICI"                TO CT-ETIQUETA
           MOVE WS-HORA-INICI               TO CT-VALOR
           WRITE CT-REG
           MOVE "DATA FI"                   TO CT-ETIQUETA
           MOVE WS-DATA-FI                  TO CT-VALOR
           WRITE CT-REG
           MOVE "HORA FI"                   TO CT-ETIQUETA
           MOVE WS-HORA-FI                  TO CT-VALOR
           WRITE CT-REG
           MOVE "PETICIONS LLEGIDES"        TO CT-ETIQUETA
           MOVE WS-COMPT-LLEGITS            TO CT-VALOR
           WRITE CT-REG
           MOVE "FUSIONS APLICADES"         TO CT-ETIQUETA
           MOVE WS-COMPT-FUSIONS            TO CT-VALOR
           WRITE CT-REG
           MOVE "FUSIONS DESFETES"          TO CT-ETIQUETA
           MOVE WS-COMPT-DESFETES           TO CT-VALOR
           WRITE CT-REG
           MOVE "REGISTRES RECHAZOS"        TO CT-ETIQUETA
           MOVE WS-COMPT-RECHAZOS           TO CT-VALOR
           WRITE CT-REG

           CLOSE RPTCONTROL.

       FIN-ESCRIURE-RPTCONTROL. EXIT.

       FINALIZAR.

           CLOSE PERSMST
                 PERSFUS
                 FUSIOREJ

               STOP RUN.
           GOBACK.
