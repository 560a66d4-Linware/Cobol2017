       IDENTIFICATION DIVISION.
          PROGRAM-ID. PERSDUPL.
       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
           SOURCE-COMPUTER.           IBM-3083.
           OBJECT-COMPUTER.           IBM-3083.


        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PERSMST ASSIGN "PERSONES.TXT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PM-NUMERO
            STATUS IS FS-PERSMST.
            SELECT DUPLICATS ASSIGN "DUPLICATS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-DUPLICATS.
            SELECT RPTCONTROL ASSIGN "CONTROL_DUP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            STATUS IS FS-RPTCONTROL.

       DATA DIVISION.

       FILE SECTION.
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
        FD DUPLICATS.
        01 DP-REG.
            05 DP-NUMERO-1       PIC X(07).
            05 FILLER            PIC X(01).
            05 DP-NUMERO-2       PIC X(07).
            05 FILLER            PIC X(01).
            05 DP-PUNTUACIO      PIC 9(03).
            05 FILLER            PIC X(01).
            05 DP-COGNOM-1       PIC X(20).
            05 FILLER            PIC X(01).
            05 DP-ZGEO-1         PIC X(09).
            05 FILLER            PIC X(01).
            05 DP-COGNOM-2       PIC X(20).
            05 FILLER            PIC X(01).
            05 DP-ZGEO-2         PIC X(09).
            05 FILLER            PIC X(01).
            05 DP-NORMALITZAT    PIC X(40).
        FD RPTCONTROL.
        01 CT-REG.
            05 CT-ETIQUETA       PIC X(30).
            05 FILLER            PIC X(01).
            05 CT-VALOR          PIC X(20).

       WORKING-STORAGE SECTION.
        01 FS-STATUS.
            05 FS-PERSMST     PIC X(02).
            05 FS-DUPLICATS   PIC X(02).
            05 FS-RPTCONTROL  PIC X(02).

        01 SWITCH             PIC X.
            88 FIN-FICHERO       VALUE "S".
            88 NO-FIN-FICHERO    VALUE "N".

        01 WS-MODE             PIC X(32) VALUE SPACES.
        01 WS-LLINDAR          PIC 9(03) VALUE 080.

        01 WS-RPTCONTROL-DADES.
            05 WS-DATA-INICI     PIC X(08).
            05 WS-HORA-INICI     PIC X(08).
            05 WS-DATA-FI        PIC X(08).
            05 WS-HORA-FI        PIC X(08).
            05 WS-COMPT-LLEGITS  PIC 9(07) VALUE ZERO.
            05 WS-COMPT-PARELLES PIC 9(09) VALUE ZERO.
            05 WS-COMPT-CANDIDATS PIC 9(07) VALUE ZERO.

        01 PT-MAX              PIC 9(04) VALUE 3000.
        01 PT-TOTAL            PIC 9(04) VALUE ZERO.
        01 PI                  PIC 9(04).
        01 PJ                  PIC 9(04).
        01 PJ-INICI            PIC 9(04).

        01 TAULA-PERSONES.
            05 PERSONA-ENTRADA OCCURS 3000 TIMES.
                10 PT-NUMERO      PIC X(07).
                10 PT-COGNOM      PIC X(20).
                10 PT-ZGEO        PIC X(09).
                10 PT-NORMAL      PIC X(40).
                10 PT-COMPACTE    PIC X(40).
                10 PT-LONG        PIC 9(02).

        01 ACCENTS-ORIGEN.
            05 FILLER PIC X(16) VALUE
               X"808182838485868788898A8B8C8D8E8F".
            05 FILLER PIC X(16) VALUE
               X"909192939495969798999A9B9C9D9E9F".
            05 FILLER PIC X(16) VALUE
               X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
            05 FILLER PIC X(16) VALUE
               X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
            05 FILLER PIC X(16) VALUE
               X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
            05 FILLER PIC X(16) VALUE
               X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
            05 FILLER PIC X(16) VALUE
               X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
            05 FILLER PIC X(16) VALUE
               X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
        01 ACCENTS-DESTI.
            05 FILLER PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
            05 FILLER PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
            05 FILLER PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
            05 FILLER PIC X(32)
               VALUE "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".

        01 MINUSCULES          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
        01 MAJUSCULES          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

        01 ABREVIATURES-DEF.
            05 FILLER PIC X(20) VALUE "FDEZ    FERNANDEZ   ".
            05 FILLER PIC X(20) VALUE "FERNDEZ FERNANDEZ   ".
            05 FILLER PIC X(20) VALUE "GLEZ    GONZALEZ    ".
            05 FILLER PIC X(20) VALUE "GZLEZ   GONZALEZ    ".
            05 FILLER PIC X(20) VALUE "GONZ    GONZALEZ    ".
            05 FILLER PIC X(20) VALUE "HDEZ    HERNANDEZ   ".
            05 FILLER PIC X(20) VALUE "HERNDEZ HERNANDEZ   ".
            05 FILLER PIC X(20) VALUE "MTNEZ   MARTINEZ    ".
            05 FILLER PIC X(20) VALUE "MTEZ    MARTINEZ    ".
            05 FILLER PIC X(20) VALUE "MNEZ    MARTINEZ    ".
            05 FILLER PIC X(20) VALUE "RGUEZ   RODRIGUEZ   ".
            05 FILLER PIC X(20) VALUE "RDGUEZ  RODRIGUEZ   ".
            05 FILLER PIC X(20) VALUE "RODGZ   RODRIGUEZ   ".
            05 FILLER PIC X(20) VALUE "SCHEZ   SANCHEZ     ".
            05 FILLER PIC X(20) VALUE "SNCHEZ  SANCHEZ     ".
            05 FILLER PIC X(20) VALUE "GCIA    GARCIA      ".
            05 FILLER PIC X(20) VALUE "GRCIA   GARCIA      ".
            05 FILLER PIC X(20) VALUE "LPZ     LOPEZ       ".
            05 FILLER PIC X(20) VALUE "PZ      PEREZ       ".
            05 FILLER PIC X(20) VALUE "DGUEZ   DOMINGUEZ   ".
            05 FILLER PIC X(20) VALUE "JMNEZ   JIMENEZ     ".
            05 FILLER PIC X(20) VALUE "STA     SANTA       ".
            05 FILLER PIC X(20) VALUE "STO     SANTO       ".
            05 FILLER PIC X(20) VALUE "SN      SAN         ".
        01 ABREVIATURES REDEFINES ABREVIATURES-DEF.
            05 ABREVIATURA OCCURS 24 TIMES.
                10 AB-CURTA       PIC X(08).
                10 AB-LLARGA      PIC X(12).
        01 AB-TOTAL            PIC 9(02) VALUE 24.
        01 ABI                 PIC 9(02).

        01 WS-COGNOM-ORIG      PIC X(20).
        01 WS-COGNOM-NET       PIC X(20).
        01 WS-COGNOM-NORM      PIC X(40).
        01 WS-COGNOM-COMPACTE  PIC X(40).
        01 WS-CAR              PIC X(01).
        01 WS-CAR-SEG          PIC X(01).
        01 CI                  PIC 9(02).
        01 NP                  PIC 9(02).
        01 WS-PUNTER-NORM      PIC 9(02).
        01 WS-PUNTER-COMP      PIC 9(02).

        01 SALTAR-SW           PIC X VALUE "N".
            88 SALTAR-OCTET      VALUE "S".
            88 NO-SALTAR-OCTET   VALUE "N".
        01 ESPAI-SW            PIC X VALUE "S".
            88 ULTIM-ESPAI       VALUE "S".
            88 ULTIM-LLETRA      VALUE "N".

        01 TAULA-PARAULES.
            05 WS-PARAULA OCCURS 5 TIMES PIC X(12).
        01 PWI                 PIC 9(01).

        01 WS-COINCIDENTS-DAV  PIC 9(02).
        01 WS-COINCIDENTS-DAR  PIC 9(02).
        01 WS-LONG-MIN         PIC 9(02).
        01 WS-LONG-MAX         PIC 9(02).
        01 WS-POS-1            PIC 9(02).
        01 WS-POS-2            PIC 9(02).
        01 WS-PUNTUACIO        PIC S9(03).

       PROCEDURE DIVISION.

       PROCESO.

           ACCEPT WS-MODE FROM COMMAND-LINE
           ACCEPT WS-DATA-INICI FROM DATE
           ACCEPT WS-HORA-INICI FROM TIME

           PERFORM LLEGIR-LLINDAR    THRU FIN-LLEGIR-LLINDAR
           PERFORM CARREGAR-PERSONES THRU FIN-CARREGAR-PERSONES

           OPEN OUTPUT DUPLICATS
           PERFORM COMPARAR-PERSONA THRU FIN-COMPARAR-PERSONA
               VARYING PI FROM 1 BY 1 UNTIL PI > PT-TOTAL
           CLOSE DUPLICATS

           PERFORM ESCRIURE-RPTCONTROL THRU FIN-ESCRIURE-RPTCONTROL

           STOP RUN.

       FIN-PROCESO. EXIT.

       LLEGIR-LLINDAR.

           IF WS-MODE(1:3) IS NUMERIC
               MOVE WS-MODE(1:3) TO WS-LLINDAR
           ELSE
               IF WS-MODE(1:2) IS NUMERIC AND WS-MODE(3:1) = SPACE
                   MOVE WS-MODE(1:2) TO WS-LLINDAR
               END-IF
           END-IF

           IF WS-LLINDAR > 100
               MOVE 100 TO WS-LLINDAR
           END-IF.

       FIN-LLEGIR-LLINDAR. EXIT.

       CARREGAR-PERSONES.

           OPEN INPUT PERSMST
           IF FS-PERSMST NOT = "00"
               DISPLAY "PERSDUPL - ABEND: NO ES POT OBRIR EL "
                       "MESTRE DE PERSONES (PERSONES.TXT)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NO-FIN-FICHERO TO TRUE
           PERFORM LLEGIR-PERSONA THRU FIN-LLEGIR-PERSONA
               UNTIL FIN-FICHERO

           CLOSE PERSMST.

       FIN-CARREGAR-PERSONES. EXIT.

       LLEGIR-PERSONA.

           READ PERSMST NEXT RECORD
           IF FS-PERSMST NOT = "00"
               SET FIN-FICHERO TO TRUE
               GO TO FIN-LLEGIR-PERSONA
           END-IF

           ADD 1 TO WS-COMPT-LLEGITS
           IF PT-TOTAL >= PT-MAX
               DISPLAY "PERSDUPL - ABEND: MES DE " PT-MAX
                       " PERSONES AL MESTRE"
               MOVE 16 TO RETURN-CODE
               CLOSE PERSMST
               STOP RUN
           END-IF

           ADD 1 TO PT-TOTAL
           MOVE PM-NUMERO TO PT-NUMERO(PT-TOTAL)
           MOVE PM-COGNOM TO PT-COGNOM(PT-TOTAL)
           MOVE PM-ZGEO   TO PT-ZGEO(PT-TOTAL)

           MOVE PM-COGNOM TO WS-COGNOM-ORIG
           PERFORM NORMALITZAR-COGNOM THRU FIN-NORMALITZAR-COGNOM

           MOVE WS-COGNOM-NORM     TO PT-NORMAL(PT-TOTAL)
           MOVE WS-COGNOM-COMPACTE TO PT-COMPACTE(PT-TOTAL)
           COMPUTE PT-LONG(PT-TOTAL) = WS-PUNTER-COMP - 1.

       FIN-LLEGIR-PERSONA. EXIT.

       NORMALITZAR-COGNOM.

           MOVE SPACES TO WS-COGNOM-NET
           MOVE ZERO   TO NP
           SET ULTIM-ESPAI     TO TRUE
           SET NO-SALTAR-OCTET TO TRUE

           PERFORM TRACTAR-CARACTER THRU FIN-TRACTAR-CARACTER
               VARYING CI FROM 1 BY 1 UNTIL CI > 20

           MOVE SPACES TO TAULA-PARAULES
           UNSTRING WS-COGNOM-NET DELIMITED BY ALL " "
               INTO WS-PARAULA(1) WS-PARAULA(2) WS-PARAULA(3)
                    WS-PARAULA(4) WS-PARAULA(5)
           END-UNSTRING

           MOVE SPACES TO WS-COGNOM-NORM
           MOVE SPACES TO WS-COGNOM-COMPACTE
           MOVE 1 TO WS-PUNTER-NORM
           MOVE 1 TO WS-PUNTER-COMP
           PERFORM AFEGIR-PARAULA THRU FIN-AFEGIR-PARAULA
               VARYING PWI FROM 1 BY 1 UNTIL PWI > 5.

       FIN-NORMALITZAR-COGNOM. EXIT.

       TRACTAR-CARACTER.

           IF SALTAR-OCTET
               SET NO-SALTAR-OCTET TO TRUE
               GO TO FIN-TRACTAR-CARACTER
           END-IF

           MOVE WS-COGNOM-ORIG(CI:1) TO WS-CAR
           MOVE SPACE TO WS-CAR-SEG
           IF CI < 20
               MOVE WS-COGNOM-ORIG(CI + 1:1) TO WS-CAR-SEG
           END-IF

           EVALUATE TRUE
               WHEN WS-CAR = X"C3"
                AND WS-CAR-SEG NOT < X"80" AND WS-CAR-SEG < X"C0"
                   MOVE WS-CAR-SEG TO WS-CAR
                   INSPECT WS-CAR
                       CONVERTING ACCENTS-ORIGEN TO ACCENTS-DESTI
                   SET SALTAR-OCTET TO TRUE
               WHEN WS-CAR NOT < X"C0" AND WS-CAR < X"E0"
                AND WS-CAR-SEG NOT < X"80" AND WS-CAR-SEG < X"C0"
                   MOVE SPACE TO WS-CAR
                   SET SALTAR-OCTET TO TRUE
               WHEN WS-CAR NOT < X"80"
                   INSPECT WS-CAR
                       CONVERTING ACCENTS-ORIGEN TO ACCENTS-DESTI
               WHEN OTHER
                   INSPECT WS-CAR
                       CONVERTING MINUSCULES TO MAJUSCULES
           END-EVALUATE

           IF WS-CAR IS NOT ALPHABETIC-UPPER
               MOVE SPACE TO WS-CAR
           END-IF

           IF WS-CAR = SPACE
               IF ULTIM-ESPAI
                   GO TO FIN-TRACTAR-CARACTER
               END-IF
               SET ULTIM-ESPAI TO TRUE
           ELSE
               SET ULTIM-LLETRA TO TRUE
           END-IF

           ADD 1 TO NP
           MOVE WS-CAR TO WS-COGNOM-NET(NP:1).

       FIN-TRACTAR-CARACTER. EXIT.

       AFEGIR-PARAULA.

           IF WS-PARAULA(PWI) = SPACES
               GO TO FIN-AFEGIR-PARAULA
           END-IF

           PERFORM EXPANDIR-ABREVIATURA THRU FIN-EXPANDIR-ABREVIATURA
               VARYING ABI FROM 1 BY 1 UNTIL ABI > AB-TOTAL

           IF WS-PUNTER-NORM > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-COGNOM-NORM WITH POINTER WS-PUNTER-NORM
               END-STRING
           END-IF
           STRING WS-PARAULA(PWI) DELIMITED BY " "
               INTO WS-COGNOM-NORM WITH POINTER WS-PUNTER-NORM
           END-STRING
           STRING WS-PARAULA(PWI) DELIMITED BY " "
               INTO WS-COGNOM-COMPACTE WITH POINTER WS-PUNTER-COMP
           END-STRING.

       FIN-AFEGIR-PARAULA. EXIT.

       EXPANDIR-ABREVIATURA.

           IF WS-PARAULA(PWI) = AB-CURTA(ABI)
               MOVE AB-LLARGA(ABI) TO WS-PARAULA(PWI)
               MOVE AB-TOTAL TO ABI
           END-IF.

       FIN-EXPANDIR-ABREVIATURA. EXIT.

       COMPARAR-PERSONA.

           COMPUTE PJ-INICI = PI + 1
           PERFORM COMPARAR-PARELLA THRU FIN-COMPARAR-PARELLA
               VARYING PJ FROM PJ-INICI BY 1 UNTIL PJ > PT-TOTAL.

       FIN-COMPARAR-PERSONA. EXIT.

       COMPARAR-PARELLA.

           IF PT-LONG(PI) = ZERO OR PT-LONG(PJ) = ZERO
               GO TO FIN-COMPARAR-PARELLA
           END-IF
           IF PT-COMPACTE(PI)(1:1) NOT = PT-COMPACTE(PJ)(1:1)
               GO TO FIN-COMPARAR-PARELLA
           END-IF

           ADD 1 TO WS-COMPT-PARELLES

           IF PT-LONG(PI) < PT-LONG(PJ)
               MOVE PT-LONG(PI) TO WS-LONG-MIN
               MOVE PT-LONG(PJ) TO WS-LONG-MAX
           ELSE
               MOVE PT-LONG(PJ) TO WS-LONG-MIN
               MOVE PT-LONG(PI) TO WS-LONG-MAX
           END-IF

           MOVE ZERO TO WS-COINCIDENTS-DAV
           MOVE ZERO TO WS-COINCIDENTS-DAR
           PERFORM COMPARAR-POSICIO THRU FIN-COMPARAR-POSICIO
               VARYING CI FROM 1 BY 1 UNTIL CI > WS-LONG-MIN

           IF WS-COINCIDENTS-DAR > WS-COINCIDENTS-DAV
               MOVE WS-COINCIDENTS-DAR TO WS-COINCIDENTS-DAV
           END-IF
           COMPUTE WS-PUNTUACIO =
               (WS-COINCIDENTS-DAV * 100) / WS-LONG-MAX

           IF PT-ZGEO(PI) NOT = PT-ZGEO(PJ)
               SUBTRACT 20 FROM WS-PUNTUACIO
           END-IF
           IF WS-PUNTUACIO < ZERO
               MOVE ZERO TO WS-PUNTUACIO
           END-IF
           IF WS-PUNTUACIO < WS-LLINDAR
               GO TO FIN-COMPARAR-PARELLA
           END-IF

           ADD 1 TO WS-COMPT-CANDIDATS
           MOVE SPACES          TO DP-REG
           MOVE PT-NUMERO(PI)   TO DP-NUMERO-1
           MOVE PT-NUMERO(PJ)   TO DP-NUMERO-2
           MOVE WS-PUNTUACIO    TO DP-PUNTUACIO
           MOVE PT-COGNOM(PI)   TO DP-COGNOM-1
           MOVE PT-ZGEO(PI)     TO DP-ZGEO-1
           MOVE PT-COGNOM(PJ)   TO DP-COGNOM-2
           MOVE PT-ZGEO(PJ)     TO DP-ZGEO-2
           MOVE PT-NORMAL(PI)   TO DP-NORMALITZAT
           WRITE DP-REG.

       FIN-COMPARAR-PARELLA. EXIT.

       COMPARAR-POSICIO.

           IF PT-COMPACTE(PI)(CI:1) = PT-COMPACTE(PJ)(CI:1)
               ADD 1 TO WS-COINCIDENTS-DAV
           END-IF

           COMPUTE WS-POS-1 = PT-LONG(PI) - CI + 1
           COMPUTE WS-POS-2 = PT-LONG(PJ) - CI + 1
           IF PT-COMPACTE(PI)(WS-POS-1:1) =
              PT-COMPACTE(PJ)(WS-POS-2:1)
               ADD 1 TO WS-COINCIDENTS-DAR
           END-IF.

       FIN-COMPARAR-POSICIO. EXIT.

       ESCRIURE-RPTCONTROL.

           ACCEPT WS-DATA-FI FROM DATE
           ACCEPT WS-HORA-FI FROM TIME

           OPEN OUTPUT RPTCONTROL
           MOVE SPACES TO CT-REG

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
           MOVE "LLINDAR DE PUNTUACIO"      TO CT-ETIQUETA
           MOVE WS-LLINDAR                  TO CT-VALOR
           WRITE CT-REG
           MOVE "PERSONES LLEGIDES"         TO CT-ETIQUETA
           MOVE WS-COMPT-LLEGITS            TO CT-VALOR
           WRITE CT-REG
           MOVE "PARELLES COMPARADES"       TO CT-ETIQUETA
           MOVE WS-COMPT-PARELLES           TO CT-VALOR
           WRITE CT-REG
           MOVE "PARELLES CANDIDATES"       TO CT-ETIQUETA
           MOVE WS-COMPT-CANDIDATS          TO CT-VALOR
           WRITE CT-REG

           CLOSE RPTCONTROL.

       FIN-ESCRIURE-RPTCONTROL. EXIT.
