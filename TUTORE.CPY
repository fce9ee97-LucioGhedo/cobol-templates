*****************************************************
* LAYOUT DEL LEGAME MINORE -> TUTORE (TUTORI.TXT,   *
* MANUTENUTO DA MANTUT)                             *
*                                                   *
* I DUE CODICI PERSONA SONO QUELLI DI ANAGR2.IDX;   *
* IL TIPO E' 'G' GENITORE, 'T' TUTORE NOMINATO DAL  *
* GIUDICE, 'A' AFFIDATARIO; LA DATA DI INIZIO E'    *
* AAAAMMGG. UN MINORE PUO' AVERE PIU' TUTORI        *
*****************************************************
    05 TUT-MINORE      PIC 9(6).
    05 TUT-TUTORE      PIC 9(6).
    05 TUT-TIPO        PIC X.
    05 TUT-DATA-INIZIO PIC 9(8).
