*****************************************************
* LAYOUT DEL CONSENSO DI UNA PERSONA (CONSENSI.TXT, *
* MANUTENUTO DA MANCONS)                            *
*                                                   *
* UN RECORD PER CODICE PERSONA DI ANAGR2.IDX E TIPO *
* DI CONSENSO: 'M' MARKETING POSTALE, 'P'           *
* PROFILAZIONE, 'C' COMUNICAZIONE DEI DATI ALLA     *
* SEDE. LO STATO E' 'S' DATO O 'N' REVOCATO, CON LA *
* DATA AAAAMMGG E LA SIGLA DELL'OPERATORE CHE LO HA *
* REGISTRATO. SENZA RECORD IL CONSENSO NON C'E':    *
* OGNI SPEDIZIONE DI MARKETING VA SOLO A CHI HA IL  *
* TIPO 'M' IN STATO 'S'                             *
*****************************************************
    05 CNS-PERSONA     PIC 9(6).
    05 CNS-TIPO        PIC X.
    05 CNS-STATO       PIC X.
    05 CNS-DATA        PIC 9(8).
    05 CNS-OPERATORE   PIC X(3).
