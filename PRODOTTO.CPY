*****************************************************
* LAYOUT DEL RECORD PRODOTTO DEL CATALOGO           *
* (PRODOTTI.TXT, MANUTENUTO DA MANPROD)             *
*                                                   *
* IL CODICE E' QUELLO CHE FINISCE IN RAPP-TIPO DI   *
* RAPPORTI.TXT; L'ETA MINIMA E MASSIMA SI CONFRONTA *
* CON L'ETA CALCOLATA DALLA DATA DI NASCITA; IL     *
* FLAG MULTIPLO DICE SE UNA PERSONA PUO' AVERE PIU' *
* RAPPORTI APERTI DELLO STESSO PRODOTTO ('S') O UNO *
* SOLO ('N')                                        *
*****************************************************
    05 PRD-COD        PIC X.
    05 PRD-DESC       PIC X(20).
    05 PRD-ETA-MIN    PIC 999.
    05 PRD-ETA-MAX    PIC 999.
    05 PRD-MULTIPLO   PIC X.
