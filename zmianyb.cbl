       FILE SECTION.
       FD KOREKTY
           DATA RECORD IS FS-KOREKTA
           RECORD CONTAINS 162 CHARACTERS.
       01 FS-KOREKTA.
           05 KO-KLUCZ.
              10 KO-PESEL PIC X(11).
           05 KO-KOD-POCZT PIC X(6).
           05 KO-PLEC PIC X(1).
           05 KO-TELEFON PIC X(15).
      * SKAD WPIS: SPACJE = OPERATOR (USERP), ZG = ZGON Z REJESTRU
      * USC (ZGONYB), AD = ZMIANA ADRESU Z SYSTEMU SWIADCZEN (ADRESB)
           05 KO-POWOD PIC X(2).
       FD RAPORT
      * RAPORT KONCOWY Z PRZEBIEGU - DO PODLICZENIA CZY WSZYSTKIE
      * KOREKTY Z KOLEJKI ZOSTALY PRZYLOZONE
            KO-TYP DELIMITED BY SIZE
            ' WPIS=' DELIMITED BY SIZE
            KO-TS DELIMITED BY SIZE
            ' POWOD=' DELIMITED BY SIZE
            KO-POWOD DELIMITED BY SIZE
            ' SQLCODE=' DELIMITED BY SIZE
            WS-SQLCODE-DISP DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
