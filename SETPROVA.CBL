* I PROGRAMMI CONVERTITI LAVORANO SULLE COPIE; PER TORNARE IN
* PRODUZIONE BASTA RISPONDERE 'N' AL COLLEGAMENTO DI MENU (O
* ALLA PARTENZA DI NOTTURNO), CHE RISCRIVE IL FLAG
*
* MODIFICHE:
* - COPIA ANCHE VARPEND.TXT (VARIAZIONI FILIALI PROGRAMMATE), CHE
*   IL PASSO RILPEND DELLA CATENA LEGGE E RISCRIVE
* - COPIA ANCHE RAPPORTI, INDIRIZZI, CAPFIL, FILZONE E ZONEMST,
*   CHE IL PASSO VERIFREF DELLA CATENA CONFRONTA COI MASTER
* - COPIA ANCHE TRASPROP.TXT (PROPOSTE DI TRASFERIMENTO RAPPORTI),
*   CHE DELTAPER ALLUNGA DURANTE LA CATENA
* - COPIA ANCHE TUTORI.TXT, CHE IL PASSO MINORI DELLA CATENA LEGGE
* - COPIA ANCHE CONSENSI.TXT, CHE IL PASSO CONSREP DELLA CATENA LEGGE
* - COPIA ANCHE OBIETTIVI.TXT, CHE IL PASSO OBIREP DELLA CATENA LEGGE
* - SCELTA DI MASCHERARE NOMI, COGNOMI, VIE E GIORNO DI NASCITA
*   NELLE COPIE DI ANAGR2, ANAGRA, ABITANTI, PERSTRAN E
*   INDIRIZZI: LO STESSO VALORE REALE DIVENTA SEMPRE LO STESSO
*   FALSO, COSI' GLI ACCOPPIAMENTI DI ETICHET E RICABIT TENGONO;
*   CODICI, CITTA', ANNI E CONTEGGI NON CAMBIANO
* - COPIA ANCHE CAPARIO.TXT E QUALSTOR.TXT, CHE IL PASSO QUALREP
*   DELLA CATENA LEGGE (IL SECONDO ANCHE LO ALLUNGA)
* - COPIA ANCHE NUCLEI.TXT E AVVISI.TXT, CHE IL PASSO LETTFIL DELLA
*   CATENA LEGGE (IL SECONDO ANCHE LO RISCRIVE)
* - COPIA ANCHE STATMENS.TXT, STATANNO.TXT E ANNICHIU.TXT, CHE IL
*   PASSO CHIUANNO DELLA CATENA LEGGE E ALLUNGA
* - COPIA ANCHE FILEPASS.TXT (FILE AGGIORNATI DA OGNI PASSO), CHE LA
*   CATENA LEGGE PER L'IMMAGINE PRIMA DEL PASSO
* - COPIA ANCHE CATFILE.TXT (CATALOGO DEI FILE DATI), CHE IL PASSO
*   VERCAT DELLA CATENA LEGGE
*
 ENVIRONMENT DIVISION.
*
     SELECT PIANOOUTF ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* COPPIE PER LA COPIA MASCHERATA DEI FILE CON DATI PERSONALI,
* UNA PER LUNGHEZZA DI RECORD (ANAGR2, ANAGRA, ABITANTI,
* PERSTRAN, INDIRIZZI)
     SELECT OPTIONAL M48INF ASSIGN TO WS-NOME-IN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT M48OUTF  ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL M47INF ASSIGN TO WS-NOME-IN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT M47OUTF  ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL M30INF ASSIGN TO WS-NOME-IN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT M30OUTF  ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL M49INF ASSIGN TO WS-NOME-IN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT M49OUTF  ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL M46INF ASSIGN TO WS-NOME-IN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT M46OUTF  ASSIGN TO WS-NOME-OUT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* COPPIA PER I MASTER FILIALI INDICIZZATI
     SELECT IDXINF   ASSIGN TO WS-NOME-IN
     ORGANIZATION IS INDEXED
 FD   PIANOOUTF
      DATA RECORD IS REC-PIANOOUT.
 01 REC-PIANOOUT PIC X(90).
 FD   M48INF
      DATA RECORD IS REC-M48IN.
 01 REC-M48IN    PIC X(48).
 FD   M48OUTF
      DATA RECORD IS REC-M48OUT.
 01 REC-M48OUT   PIC X(48).
 FD   M47INF
      DATA RECORD IS REC-M47IN.
 01 REC-M47IN    PIC X(47).
 FD   M47OUTF
      DATA RECORD IS REC-M47OUT.
 01 REC-M47OUT   PIC X(47).
 FD   M30INF
      DATA RECORD IS REC-M30IN.
 01 REC-M30IN    PIC X(30).
 FD   M30OUTF
      DATA RECORD IS REC-M30OUT.
 01 REC-M30OUT   PIC X(30).
 FD   M49INF
      DATA RECORD IS REC-M49IN.
 01 REC-M49IN    PIC X(49).
 FD   M49OUTF
      DATA RECORD IS REC-M49OUT.
 01 REC-M49OUT   PIC X(49).
 FD   M46INF
      DATA RECORD IS REC-M46IN.
 01 REC-M46IN    PIC X(46).
 FD   M46OUTF
      DATA RECORD IS REC-M46OUT.
 01 REC-M46OUT   PIC X(46).
 FD   IDXINF
      DATA RECORD IS REC-IDXIN.
 01 REC-IDXIN.
 01 COPIATI           PIC 9(7) VALUE 0.
 01 COPIATI-EDIT      PIC ZZZZZZ9.
 01 RISPOSTA          PIC X VALUE SPACES.
*****************************************************
* MASCHERAMENTO DEI DATI PERSONALI: SCELTA, FILE IN *
* LAVORO E POSIZIONE DEI CAMPI NEL SUO RECORD       *
* (ZERO = CAMPO ASSENTE)                            *
*****************************************************
 01 MASCHERA          PIC X VALUE 'N'.
 01 LUNG-MASCHERA     PIC 99 VALUE 0.
 01 POS-NOME          PIC 99 VALUE 0.
 01 POS-COGNOME       PIC 99 VALUE 0.
 01 POS-NASCITA       PIC 99 VALUE 0.
 01 POS-VIA           PIC 99 VALUE 0.
 01 AREA-RECORD       PIC X(90).
 01 MASCHERATI        PIC 9(7) VALUE 0.
*****************************************************
* IMPRONTA DI UN VALORE: OGNI CARATTERE PESA LA SUA *
* POSIZIONE NELL'ALFABETO (COME IN OFFUSCA), E LO   *
* STESSO VALORE DA' SEMPRE LA STESSA IMPRONTA, E    *
* QUINDI LO STESSO FALSO IN TUTTI I FILE            *
*****************************************************
 01 ALFABETO          PIC X(38) VALUE
    'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 .'.
 01 LUNGHEZZA-ALFA    PIC 99 VALUE 38.
 01 VALORE-REALE      PIC X(20).
 01 LUNG-VALORE       PIC 99 VALUE 0.
 01 POS-VALORE        PIC 99 VALUE 0.
 01 POS-ALFA          PIC 99 VALUE 0.
 01 TROVATO           PIC 9 VALUE 0.
 01 IMPRONTA          PIC 9(5) VALUE 0.
 01 IMPRONTA-CALC     PIC 9(9) VALUE 0.
 01 IMPRONTA-QUOZ     PIC 9(9) VALUE 0.
 01 IND-FALSO         PIC 999 VALUE 0.
 01 FALSO-QUOZ        PIC 9(5) VALUE 0.
 01 GIORNO-FALSO      PIC 99 VALUE 0.
*****************************************************
* NOMI, COGNOMI E VIE VEROSIMILI                    *
*****************************************************
 01 NOMI-FALSI.
    05 FILLER PIC X(40) VALUE
       'MARCO     GIULIA    ANDREA    FRANCESCA '.
    05 FILLER PIC X(40) VALUE
       'LUCA      CHIARA    MATTEO    SARA      '.
    05 FILLER PIC X(40) VALUE
       'DAVIDE    ELENA     SIMONE    VALENTINA '.
    05 FILLER PIC X(40) VALUE
       'STEFANO   MARTINA   PAOLO     ALESSIA   '.
    05 FILLER PIC X(40) VALUE
       'ROBERTO   SILVIA    GIORGIO   LAURA     '.
    05 FILLER PIC X(40) VALUE
       'FABIO     MONICA    MASSIMO   BARBARA   '.
    05 FILLER PIC X(40) VALUE
       'CLAUDIO   ELISA     ANTONIO   FEDERICA  '.
    05 FILLER PIC X(40) VALUE
       'GIANLUCA  SERENA    RICCARDO  ILARIA    '.
    05 FILLER PIC X(40) VALUE
       'EMANUELE  CRISTINA  ALBERTO   PAOLA     '.
    05 FILLER PIC X(40) VALUE
       'DANIELE   ROBERTA   NICOLA    ANNA      '.
    05 FILLER PIC X(40) VALUE
       'SERGIO    MARINA    ENRICO    DANIELA   '.
    05 FILLER PIC X(40) VALUE
       'CARLO     TERESA    FILIPPO   ROSSELLA  '.
    05 FILLER PIC X(40) VALUE
       'MICHELE   GRAZIA    PIETRO    LUCIA     '.
 01 TABELLA-NOMI REDEFINES NOMI-FALSI.
    05 NOME-FALSO OCCURS 52 TIMES PIC X(10).
 01 CONT-NOMI         PIC 999 VALUE 52.
 01 COGNOMI-FALSI.
    05 FILLER PIC X(40) VALUE
       'FERRARI   ESPOSITO  BIANCHI   ROMANO    '.
    05 FILLER PIC X(40) VALUE
       'COLOMBO   RICCI     MARINO    GRECO     '.
    05 FILLER PIC X(40) VALUE
       'BRUNO     GALLO     CONTI     DE LUCA   '.
    05 FILLER PIC X(40) VALUE
       'MANCINI   COSTA     GIORDANO  RIZZO     '.
    05 FILLER PIC X(40) VALUE
       'LOMBARDI  MORETTI   BARBIERI  FONTANA   '.
    05 FILLER PIC X(40) VALUE
       'SANTORO   MARIANI   RINALDI   CARUSO    '.
    05 FILLER PIC X(40) VALUE
       'FERRARA   GALLI     MARTINI   LEONE     '.
    05 FILLER PIC X(40) VALUE
       'LONGO     GENTILE   MARTINELLIVITALE    '.
    05 FILLER PIC X(40) VALUE
       'LOMBARDO  SERRA     COPPOLA   DE SANTIS '.
    05 FILLER PIC X(40) VALUE
       'MARCHETTI PARISI    VILLA     CONTE     '.
    05 FILLER PIC X(40) VALUE
       'FERRARO   FERRI     FABBRI    BIANCO    '.
    05 FILLER PIC X(40) VALUE
       'MARINI    GRASSO    VALENTINI MESSINA   '.
    05 FILLER PIC X(40) VALUE
       'SALA      DE ANGELISGATTI     PELLEGRINI'.
    05 FILLER PIC X(40) VALUE
       'PALUMBO   SANNA     FARINA    RIZZI     '.
    05 FILLER PIC X(40) VALUE
       'MONTI     CATTANEO  MORELLI   AMATO     '.
    05 FILLER PIC X(40) VALUE
       'SILVESTRI MAZZA     TESTA     GRIECO    '.
    05 FILLER PIC X(40) VALUE
       'PELLEGRINOCARBONE   GIULIANI  BENEDETTI '.
    05 FILLER PIC X(40) VALUE
       'BARONE    ROSSETTI  CAPUTO    MONTANARI '.
    05 FILLER PIC X(40) VALUE
       'GUERRA    PALMIERI  BERNARDI  MARTINO   '.
    05 FILLER PIC X(40) VALUE
       'FIORE     DE ROSA   FERRETTI  BELLINI   '.
    05 FILLER PIC X(40) VALUE
       'BASILE    RIVA      DONATI    PIRAS     '.
    05 FILLER PIC X(40) VALUE
       'VITALI    BATTAGLIA SARTORI   NERI      '.
    05 FILLER PIC X(40) VALUE
       'COSTANTINIMILANI    PAGANO    RUGGIERO  '.
    05 FILLER PIC X(40) VALUE
       'SORRENTINOORLANDO   NEGRI     MANTOVANI '.
    05 FILLER PIC X(40) VALUE
       'BIONDI    AMICI     DANIELI   FERRO     '.
 01 TABELLA-COGNOMI REDEFINES COGNOMI-FALSI.
    05 COGNOME-FALSO OCCURS 100 TIMES PIC X(10).
 01 CONT-COGNOMI      PIC 999 VALUE 100.
 01 VIE-FALSE.
    05 FILLER PIC X(40) VALUE
       'VIA ROMA            VIA GARIBALDI       '.
    05 FILLER PIC X(40) VALUE
       'VIA MAZZINI         CORSO ITALIA        '.
    05 FILLER PIC X(40) VALUE
       'VIA VERDI           VIA DANTE           '.
    05 FILLER PIC X(40) VALUE
       'VIA CAVOUR          VIA MARCONI         '.
    05 FILLER PIC X(40) VALUE
       'PIAZZA DUOMO        VIA MATTEOTTI       '.
    05 FILLER PIC X(40) VALUE
       'VIA GRAMSCI         VIA DEI MILLE       '.
    05 FILLER PIC X(40) VALUE
       'VIA PIAVE           VIA TRIESTE         '.
    05 FILLER PIC X(40) VALUE
       'VIA TRENTO          VIALE EUROPA        '.
    05 FILLER PIC X(40) VALUE
       'VIA NAZIONALE       VIA DELLA PACE      '.
    05 FILLER PIC X(40) VALUE
       'VIA FIUME           VIA MANZONI         '.
    05 FILLER PIC X(40) VALUE
       'VIA LEOPARDI        VIA PASCOLI         '.
    05 FILLER PIC X(40) VALUE
       'VIA CARDUCCI        VIA PETRARCA        '.
    05 FILLER PIC X(40) VALUE
       'VIA BOCCACCIO       VIA VOLTA           '.
    05 FILLER PIC X(40) VALUE
       'VIA GALILEI         VIA COLOMBO         '.
    05 FILLER PIC X(40) VALUE
       'VIA VESPUCCI        VIA XX SETTEMBRE    '.
    05 FILLER PIC X(40) VALUE
       'VIA IV NOVEMBRE     VIA XXV APRILE      '.
    05 FILLER PIC X(40) VALUE
       'VIA DEL CORSO       VIA DEI GIARDINI    '.
    05 FILLER PIC X(40) VALUE
       'VIA DELLE ROSE      VIA SAN MARCO       '.
    05 FILLER PIC X(40) VALUE
       'VIA SAN GIORGIO     VIA BATTISTI        '.
    05 FILLER PIC X(40) VALUE
       'VIA OBERDAN         VIA MONTE BIANCO    '.
 01 TABELLA-VIE REDEFINES VIE-FALSE.
    05 VIA-FALSA OCCURS 40 TIMES PIC X(20).
 01 CONT-VIE          PIC 999 VALUE 40.
************************************************************
*                PROCEDURE DIVISION
************************************************************
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      DISPLAY 'MASCHERARE NOMI, COGNOMI, VIE E DATE DI NASCITA?'
              ' S/N: '.
      ACCEPT MASCHERA.
      IF MASCHERA = 's'
           MOVE 'S' TO MASCHERA
      END-IF.
      PERFORM COPIA-MASTER-FILIALI THRU FINE-COPIA-MASTER-FILIALI.
      MOVE 1 TO FILE-CORRENTE.
      PERFORM COPIA-PIATTO THRU FINE-COPIA-PIATTO
           UNTIL FILE-CORRENTE > 30.
      OPEN OUTPUT FLAGF.
      MOVE 'S' TO REC-FLAG.
      WRITE REC-FLAG.
          WHEN 11
               MOVE 'CITTASTOR.TXT'  TO WS-NOME-IN
               MOVE 'PROVA-CITTASTOR.TXT' TO WS-NOME-OUT
          WHEN 12
               MOVE 'VARPEND.TXT'    TO WS-NOME-IN
               MOVE 'PROVA-VARPEND.TXT' TO WS-NOME-OUT
          WHEN 13
               MOVE 'RAPPORTI.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-RAPPORTI.TXT' TO WS-NOME-OUT
          WHEN 14
               MOVE 'INDIRIZZI.TXT'  TO WS-NOME-IN
               MOVE 'PROVA-INDIRIZZI.TXT' TO WS-NOME-OUT
          WHEN 15
               MOVE 'CAPFIL.TXT'     TO WS-NOME-IN
               MOVE 'PROVA-CAPFIL.TXT' TO WS-NOME-OUT
          WHEN 16
               MOVE 'FILZONE.TXT'    TO WS-NOME-IN
               MOVE 'PROVA-FILZONE.TXT' TO WS-NOME-OUT
          WHEN 17
               MOVE 'ZONEMST.TXT'    TO WS-NOME-IN
               MOVE 'PROVA-ZONEMST.TXT' TO WS-NOME-OUT
          WHEN 18
               MOVE 'TRASPROP.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-TRASPROP.TXT' TO WS-NOME-OUT
          WHEN 19
               MOVE 'TUTORI.TXT'     TO WS-NOME-IN
               MOVE 'PROVA-TUTORI.TXT' TO WS-NOME-OUT
          WHEN 20
               MOVE 'CONSENSI.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-CONSENSI.TXT' TO WS-NOME-OUT
          WHEN 21
               MOVE 'OBIETTIVI.TXT'  TO WS-NOME-IN
               MOVE 'PROVA-OBIETTIVI.TXT' TO WS-NOME-OUT
          WHEN 22
               MOVE 'CAPARIO.TXT'    TO WS-NOME-IN
               MOVE 'PROVA-CAPARIO.TXT' TO WS-NOME-OUT
          WHEN 23
               MOVE 'QUALSTOR.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-QUALSTOR.TXT' TO WS-NOME-OUT
          WHEN 24
               MOVE 'NUCLEI.TXT'     TO WS-NOME-IN
               MOVE 'PROVA-NUCLEI.TXT' TO WS-NOME-OUT
          WHEN 25
               MOVE 'AVVISI.TXT'     TO WS-NOME-IN
               MOVE 'PROVA-AVVISI.TXT' TO WS-NOME-OUT
          WHEN 26
               MOVE 'STATMENS.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-STATMENS.TXT' TO WS-NOME-OUT
          WHEN 27
               MOVE 'STATANNO.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-STATANNO.TXT' TO WS-NOME-OUT
          WHEN 28
               MOVE 'ANNICHIU.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-ANNICHIU.TXT' TO WS-NOME-OUT
          WHEN 29
               MOVE 'FILEPASS.TXT'   TO WS-NOME-IN
               MOVE 'PROVA-FILEPASS.TXT' TO WS-NOME-OUT
          WHEN 30
               MOVE 'CATFILE.TXT'    TO WS-NOME-IN
               MOVE 'PROVA-CATFILE.TXT' TO WS-NOME-OUT
     END-EVALUATE.
     MOVE 0 TO COPIATI.
     MOVE SPACES TO FINE-FILE.
     PERFORM SCEGLI-MASCHERA THRU FINE-SCEGLI-MASCHERA.
     IF LUNG-MASCHERA > 0
          PERFORM COPIA-MASCHERATA THRU FINE-COPIA-MASCHERATA
     ELSE
          OPEN INPUT PIANOINF
          OPEN OUTPUT PIANOOUTF
          READ PIANOINF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM COPIA-PIATTO-RIGA THRU FINE-COPIA-PIATTO-RIGA
               UNTIL FINE-FILE = 'S'
          CLOSE PIANOINF
          CLOSE PIANOOUTF
     END-IF.
     MOVE COPIATI TO COPIATI-EDIT.
     IF LUNG-MASCHERA > 0
          DISPLAY WS-NOME-OUT ' RIGHE COPIATE E MASCHERATE: '
                  COPIATI-EDIT
     ELSE
          DISPLAY WS-NOME-OUT ' RIGHE COPIATE: ' COPIATI-EDIT
     END-IF.
     ADD 1 TO FILE-CORRENTE.
 FINE-COPIA-PIATTO.
      EXIT.
     READ PIANOINF AT END MOVE 'S' TO FINE-FILE.
 FINE-COPIA-PIATTO-RIGA.
      EXIT.
*****************************************************
* FILE CON DATI PERSONALI DA MASCHERARE E POSIZIONE *
* DEI CAMPI NEL LORO TRACCIATO; SENZA MASCHERAMENTO *
* (O PER GLI ALTRI FILE) LUNG-MASCHERA RESTA ZERO   *
*****************************************************
 SCEGLI-MASCHERA.
     MOVE 0 TO LUNG-MASCHERA.
     MOVE 0 TO POS-NOME POS-COGNOME POS-NASCITA POS-VIA.
     IF MASCHERA = 'S'
          EVALUATE FILE-CORRENTE
               WHEN 1
                    MOVE 48 TO LUNG-MASCHERA
                    MOVE 7  TO POS-NOME
                    MOVE 17 TO POS-COGNOME
                    MOVE 30 TO POS-NASCITA
               WHEN 2
                    MOVE 47 TO LUNG-MASCHERA
                    MOVE 7  TO POS-NOME
                    MOVE 17 TO POS-COGNOME
                    MOVE 30 TO POS-NASCITA
               WHEN 3
                    MOVE 30 TO LUNG-MASCHERA
                    MOVE 11 TO POS-NOME
                    MOVE 21 TO POS-COGNOME
               WHEN 7
                    MOVE 49 TO LUNG-MASCHERA
                    MOVE 8  TO POS-NOME
                    MOVE 18 TO POS-COGNOME
                    MOVE 31 TO POS-NASCITA
               WHEN 14
                    MOVE 46 TO LUNG-MASCHERA
                    MOVE 7  TO POS-VIA
          END-EVALUATE
     END-IF.
 FINE-SCEGLI-MASCHERA.
      EXIT.
*****************************************************
* COPIA MASCHERATA: STESSA COPIA RIGA PER RIGA, COL *
* RECORD DELLA SUA LUNGHEZZA E I CAMPI PERSONALI    *
* SOSTITUITI DAI LORO FALSI                         *
*****************************************************
 COPIA-MASCHERATA.
     EVALUATE LUNG-MASCHERA
          WHEN 48
               OPEN INPUT M48INF
               OPEN OUTPUT M48OUTF
          WHEN 47
               OPEN INPUT M47INF
               OPEN OUTPUT M47OUTF
          WHEN 30
               OPEN INPUT M30INF
               OPEN OUTPUT M30OUTF
          WHEN 49
               OPEN INPUT M49INF
               OPEN OUTPUT M49OUTF
          WHEN 46
               OPEN INPUT M46INF
               OPEN OUTPUT M46OUTF
     END-EVALUATE.
     PERFORM LEGGI-MASCHERATA THRU FINE-LEGGI-MASCHERATA.
     PERFORM COPIA-MASCHERATA-RIGA THRU FINE-COPIA-MASCHERATA-RIGA
          UNTIL FINE-FILE = 'S'.
     EVALUATE LUNG-MASCHERA
          WHEN 48
               CLOSE M48INF
               CLOSE M48OUTF
          WHEN 47
               CLOSE M47INF
               CLOSE M47OUTF
          WHEN 30
               CLOSE M30INF
               CLOSE M30OUTF
          WHEN 49
               CLOSE M49INF
               CLOSE M49OUTF
          WHEN 46
               CLOSE M46INF
               CLOSE M46OUTF
     END-EVALUATE.
 FINE-COPIA-MASCHERATA.
      EXIT.
 LEGGI-MASCHERATA.
     MOVE SPACES TO AREA-RECORD.
     EVALUATE LUNG-MASCHERA
          WHEN 48
               READ M48INF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-M48IN TO AREA-RECORD(1:48)
               END-READ
          WHEN 47
               READ M47INF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-M47IN TO AREA-RECORD(1:47)
               END-READ
          WHEN 30
               READ M30INF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-M30IN TO AREA-RECORD(1:30)
               END-READ
          WHEN 49
               READ M49INF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-M49IN TO AREA-RECORD(1:49)
               END-READ
          WHEN 46
               READ M46INF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-M46IN TO AREA-RECORD(1:46)
               END-READ
     END-EVALUATE.
 FINE-LEGGI-MASCHERATA.
      EXIT.
 COPIA-MASCHERATA-RIGA.
     IF POS-NOME > 0
          PERFORM MASCHERA-NOME THRU FINE-MASCHERA-NOME
     END-IF.
     IF POS-COGNOME > 0
          PERFORM MASCHERA-COGNOME THRU FINE-MASCHERA-COGNOME
     END-IF.
     IF POS-NASCITA > 0
          PERFORM MASCHERA-NASCITA THRU FINE-MASCHERA-NASCITA
     END-IF.
     IF POS-VIA > 0
          PERFORM MASCHERA-VIA THRU FINE-MASCHERA-VIA
     END-IF.
     EVALUATE LUNG-MASCHERA
          WHEN 48
               MOVE AREA-RECORD(1:48) TO REC-M48OUT
               WRITE REC-M48OUT
          WHEN 47
               MOVE AREA-RECORD(1:47) TO REC-M47OUT
               WRITE REC-M47OUT
          WHEN 30
               MOVE AREA-RECORD(1:30) TO REC-M30OUT
               WRITE REC-M30OUT
          WHEN 49
               MOVE AREA-RECORD(1:49) TO REC-M49OUT
               WRITE REC-M49OUT
          WHEN 46
               MOVE AREA-RECORD(1:46) TO REC-M46OUT
               WRITE REC-M46OUT
     END-EVALUATE.
     ADD 1 TO COPIATI.
     PERFORM LEGGI-MASCHERATA THRU FINE-LEGGI-MASCHERATA.
 FINE-COPIA-MASCHERATA-RIGA.
      EXIT.
*****************************************************
* SOSTITUZIONI: IL FALSO DIPENDE SOLO DAL VALORE    *
* REALE, COSI' ETICHET E RICABIT CHE ACCOPPIANO PER *
* NOME E COGNOME TROVANO LE STESSE COPPIE; I CAMPI  *
* VUOTI RESTANO VUOTI                               *
*****************************************************
 MASCHERA-NOME.
     IF AREA-RECORD(POS-NOME:10) NOT = SPACES
          MOVE AREA-RECORD(POS-NOME:10) TO VALORE-REALE
          MOVE 10 TO LUNG-VALORE
          PERFORM CALCOLA-IMPRONTA THRU FINE-CALCOLA-IMPRONTA
          DIVIDE IMPRONTA BY CONT-NOMI
               GIVING FALSO-QUOZ REMAINDER IND-FALSO
          ADD 1 TO IND-FALSO
          MOVE NOME-FALSO(IND-FALSO) TO AREA-RECORD(POS-NOME:10)
     END-IF.
 FINE-MASCHERA-NOME.
      EXIT.
 MASCHERA-COGNOME.
     IF AREA-RECORD(POS-COGNOME:10) NOT = SPACES
          MOVE AREA-RECORD(POS-COGNOME:10) TO VALORE-REALE
          MOVE 10 TO LUNG-VALORE
          PERFORM CALCOLA-IMPRONTA THRU FINE-CALCOLA-IMPRONTA
          DIVIDE IMPRONTA BY CONT-COGNOMI
               GIVING FALSO-QUOZ REMAINDER IND-FALSO
          ADD 1 TO IND-FALSO
          MOVE COGNOME-FALSO(IND-FALSO)
               TO AREA-RECORD(POS-COGNOME:10)
     END-IF.
 FINE-MASCHERA-COGNOME.
      EXIT.
 MASCHERA-VIA.
     IF AREA-RECORD(POS-VIA:20) NOT = SPACES
          MOVE AREA-RECORD(POS-VIA:20) TO VALORE-REALE
          MOVE 20 TO LUNG-VALORE
          PERFORM CALCOLA-IMPRONTA THRU FINE-CALCOLA-IMPRONTA
          DIVIDE IMPRONTA BY CONT-VIE
               GIVING FALSO-QUOZ REMAINDER IND-FALSO
          ADD 1 TO IND-FALSO
          MOVE VIA-FALSA(IND-FALSO) TO AREA-RECORD(POS-VIA:20)
     END-IF.
 FINE-MASCHERA-VIA.
      EXIT.
* DELLA NASCITA RESTANO ANNO E MESE, COSI' ANNI, FASCE DI ETA E
* MINORI NON CAMBIANO; IL GIORNO DIVENTA UN GIORNO DA 1 A 28
 MASCHERA-NASCITA.
     IF AREA-RECORD(POS-NASCITA:8) IS NUMERIC
        AND AREA-RECORD(POS-NASCITA:8) NOT = '00000000'
          MOVE AREA-RECORD(POS-NASCITA:8) TO VALORE-REALE
          MOVE 8 TO LUNG-VALORE
          PERFORM CALCOLA-IMPRONTA THRU FINE-CALCOLA-IMPRONTA
          DIVIDE IMPRONTA BY 28
               GIVING FALSO-QUOZ REMAINDER GIORNO-FALSO
          ADD 1 TO GIORNO-FALSO
          MOVE GIORNO-FALSO TO AREA-RECORD(POS-NASCITA + 6:2)
     END-IF.
 FINE-MASCHERA-NASCITA.
      EXIT.
*****************************************************
* IMPRONTA = (IMPRONTA * 31 + POSIZIONE) MODULO     *
* 99991 SU TUTTI I CARATTERI DEL VALORE; I          *
* CARATTERI FUORI ALFABETO PESANO ZERO              *
*****************************************************
 CALCOLA-IMPRONTA.
     MOVE 0 TO IMPRONTA.
     MOVE 1 TO POS-VALORE.
     PERFORM IMPRONTA-CARATTERE THRU FINE-IMPRONTA-CARATTERE
          UNTIL POS-VALORE > LUNG-VALORE.
 FINE-CALCOLA-IMPRONTA.
      EXIT.
 IMPRONTA-CARATTERE.
     MOVE 0 TO TROVATO.
     MOVE 1 TO POS-ALFA.
     PERFORM CERCA-NELL-ALFABETO THRU FINE-CERCA-NELL-ALFABETO
          UNTIL POS-ALFA > LUNGHEZZA-ALFA OR TROVATO = 1.
     IF TROVATO = 0
          MOVE 0 TO POS-ALFA
     END-IF.
     COMPUTE IMPRONTA-CALC = IMPRONTA * 31 + POS-ALFA.
     DIVIDE IMPRONTA-CALC BY 99991
          GIVING IMPRONTA-QUOZ REMAINDER IMPRONTA.
     ADD 1 TO POS-VALORE.
 FINE-IMPRONTA-CARATTERE.
      EXIT.
 CERCA-NELL-ALFABETO.
     IF ALFABETO(POS-ALFA:1) = VALORE-REALE(POS-VALORE:1)
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO POS-ALFA
     END-IF.
 FINE-CERCA-NELL-ALFABETO.
      EXIT.
