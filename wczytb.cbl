      * RAPORT KONCOWY LICZY WCZYTANE/ZALADOWANE/ODRZUCONE WG
      * PRZYCZYNY OSOBNO DLA KAZDEGO ODDZIALU, A DZIENNE LICZBY
      * IDA DO PLIKU STATYSTYK, Z KTOREGO MIESIECZNY ODDZMB
      * SKLADA ZBIORCZKE JAKOSCI PER ODDZIAL.
      * PLIK ODDZIALU NIESIE NAGLOWEK (ODDZIAL, DATA UTWORZENIA,
      * NUMER KOLEJNY PLIKU) I STOPKE (LICZBA LINII I SUMA
      * KONTROLNA PESELI). PIERWSZY PRZEBIEG PO DD1 SPRAWDZA KAZDY
      * PLIK Z REJESTREM PLIKOW PRZYJETYCH (KLASTER FREJPLK, PER
      * ODDZIAL) - PLIK JUZ WCZYTANY, LUKA W NUMERACJI ALBO STOPKA
      * NIEZGODNA Z TRESCIA ODRZUCA CALY PLIK Z POWODEM NA RAPORCIE
      * (KIEDYS PLIK ODDZIALU POSZEDL DWA RAZY, A BRAKU NASTEPNEGO
      * NIKT NIE ZAUWAZYL PRZEZ DWA DNI). DRUGI PRZEBIEG LADUJE
      * TYLKO PLIKI PRZYJETE, NA KONCU WYNIK IDZIE DO REJESTRU.
      * BRAKUJACE PLIKI DRUKUJE BRAKPLB, REJESTR POKAZUJE USRR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE IS RANDOM
           RECORD KEY IS ST-KLUCZ
           FILE STATUS IS STEROW-STATUS.
           SELECT REJESTR ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RJ-KLUCZ
           FILE STATUS IS REJESTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WEJSCIE
      * LINIA Z PLIKU ODDZIALOWEGO - TE SAME POLA CO EKRAN USERP,
      * DATA W FORMACIE EKRANOWYM DD-MM-YYYY. KOD ODDZIALU
      * DOPISANY NA KONCU REKORDU, ZEBY NIE RUSZAC POZYCJI
      * DOTYCHCZASOWYCH POL W PLIKACH ODDZIALOWYCH. NAGLOWEK I
      * STOPKA ROZPOZNAWANE PO SLOWIE 'NAGLOWEK' / 'STOPKA' W MIEJSCU
      * DATY - ZADNA DATA DD-MM-YYYY TAK NIE WYGLADA
           DATA RECORDS ARE FS-WEJSCIE FS-NAGLOWEK FS-STOPKA
           RECORD CONTAINS 137 CHARACTERS.
       01 FS-WEJSCIE.
           05 WE-DATA PIC X(10).
           05 WE-PLEC PIC X(1).
           05 WE-TELEFON PIC X(15).
           05 WE-ODDZIAL PIC X(4).
       01 FS-NAGLOWEK.
           05 NG-ZNACZNIK PIC X(10).
           05 NG-ODDZIAL PIC X(4).
      * DATA UTWORZENIA PLIKU W ODDZIALE YYYYMMDD
           05 NG-DATA-PLIKU PIC X(8).
      * NUMER KOLEJNY PLIKU ODDZIALU - KOLEJNY PLIK = POPRZEDNI + 1
           05 NG-NUMER PIC 9(6).
           05 FILLER PIC X(109).
       01 FS-STOPKA.
           05 SP-ZNACZNIK PIC X(10).
           05 SP-ODDZIAL PIC X(4).
      * LICZBA LINII Z OSOBAMI MIEDZY NAGLOWKIEM A STOPKA
           05 SP-LICZBA PIC 9(9).
      * SUMA PESELI TYCH LINII JAKO LICZB 11-CYFROWYCH; PESEL
      * Z ZNAKIEM NIECYFROWYM WNOSI ZERO
           05 SP-SUMA-PESEL PIC 9(18).
           05 FILLER PIC X(96).
       FD FUSER
           DATA RECORD IS FS-FUSER
           RECORD CONTAINS 159 CHARACTERS.
           05 ST-LICZ-WCZYTANE PIC 9(9).
           05 ST-LICZ-ZALADOWANE PIC 9(9).
           05 ST-LICZ-ODRZUCONE PIC 9(9).
       FD REJESTR
      * REJESTR PLIKOW PRZYJETYCH (KLASTER FREJPLK, CZYTA GO TEZ
      * USRR I BRAKPLB). KLUCZ ODDZIAL+NUMER PLIKU; POD NUMEREM
      * 000000 WPIS ODDZIALU Z OSTATNIM PRZYJETYM PLIKIEM, ZA NIM
      * WPISY KOLEJNYCH PLIKOW
           DATA RECORD IS FS-REJESTR
           RECORD CONTAINS 80 CHARACTERS.
       01 FS-REJESTR.
           05 RJ-KLUCZ.
              10 RJ-ODDZIAL PIC X(4).
              10 RJ-NUMER PIC 9(6).
      * DATA UTWORZENIA Z NAGLOWKA I DATA PRZEBIEGU WCZYTB - DLA
      * WPISU ODDZIALU: OSTATNIEGO PRZYJETEGO PLIKU
           05 RJ-DATA-PLIKU PIC X(8).
           05 RJ-DATA-WCZYTANIA PIC X(8).
      * WPIS PLIKU: P = PRZYJETY, O = ODRZUCONY;
      * WPIS ODDZIALU: T = PLIK OCZEKIWANY CODZIENNIE, N = NIE
           05 RJ-STATUS PIC X.
      * KOD POWODU ODRZUCENIA (WPIS ODDZIALU: OSTATNIEGO)
           05 RJ-POWOD PIC X(8).
      * WPIS ODDZIALU: NUMER OSTATNIEGO PRZYJETEGO PLIKU
           05 RJ-OST-NUMER PIC 9(6).
           05 RJ-LINIE PIC 9(9).
           05 RJ-ZALADOWANE PIC 9(9).
           05 RJ-ODRZUCONE PIC 9(9).
      * WPIS ODDZIALU: DATA PRZEBIEGU OSTATNIEGO ODRZUCENIA
           05 RJ-DATA-ODRZUCENIA PIC X(8).
           05 FILLER PIC X(4).
       WORKING-STORAGE SECTION.
       01 WEJSCIE-STATUS PIC 99.
       01 FUSER-STATUS PIC 99.
       01 STATYST-STATUS PIC 99.
       01 KODY-STATUS PIC 99.
       01 STEROW-STATUS PIC 99.
       01 REJESTR-STATUS PIC 99.
      * DATA NOCY DO KLUCZA KSIEGI PRZEBIEGOW - BRANA RAZ NA
      * START, ZEBY WPIS STARTU I KONCA TRAFIAL W TEN SAM KLUCZ
      * TAKZE GDY PRZEBIEG PRZEJDZIE PRZEZ POLNOC
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-LOADED-COUNT PIC 9(9) VALUE 0.
           05 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
      * LINIE Z OSOBAMI W PLIKACH ODRZUCONYCH W CALOSCI - NIE IDA
      * ANI DO FUSER, ANI NA RAPORT BLEDOW
           05 WS-POMINIETE-COUNT PIC 9(9) VALUE 0.
           05 WS-PLIKI-PRZYJETE-COUNT PIC 9(9) VALUE 0.
           05 WS-PLIKI-ODRZUCONE-COUNT PIC 9(9) VALUE 0.
      * PLIKI (PACZKI NAGLOWEK-LINIE-STOPKA) Z DD1 W KOLEJNOSCI
      * WYSTAPIENIA - ZAKLADANE W PIERWSZYM PRZEBIEGU, W DRUGIM
      * WSKAZUJA CZY LINIE LADOWAC. LINIE BEZ NAGLOWKA TWORZA
      * WLASNA PACZKE ODRZUCONA Z POWODEM 'NAGLOWEK'
       01 WS-PACZKI.
           05 WS-PK-COUNT PIC 9(3) VALUE 0.
           05 WS-PK-POZYCJA OCCURS 100 TIMES.
              10 WS-PK-ODDZIAL PIC X(4).
              10 WS-PK-NUMER PIC 9(6).
              10 WS-PK-DATA-PLIKU PIC X(8).
              10 WS-PK-LINIE PIC 9(9).
              10 WS-PK-SUMA-PESEL PIC 9(18).
              10 WS-PK-STOPKA-LINIE PIC 9(9).
      * P = PRZYJETY, O = ODRZUCONY W CALOSCI
              10 WS-PK-STATUS PIC X.
      * NAGLOWEK, STOPKA, LICZBA, SUMA, PONOWNY, LUKA
              10 WS-PK-POWOD PIC X(8).
      * NUMER OSTATNIEGO PRZYJETEGO PLIKU ODDZIALU PRZED TYM
              10 WS-PK-OST-NUMER PIC 9(6).
              10 WS-PK-ZALADOWANE PIC 9(9).
              10 WS-PK-ODRZUCONE PIC 9(9).
       01 WS-PK-AKT PIC 9(3).
       01 WS-PK-IDX PIC 9(3).
       01 WS-W-PACZCE PIC X VALUE 'N'.
           88 W-PACZCE VALUE 'Y'.
      * ODDZIAL BEZ WPISU W REJESTRZE (ALBO BEZ ZADNEGO PRZYJETEGO
      * PLIKU) - PIERWSZY PLIK PRZYJMUJEMY Z DOWOLNYM NUMEREM
       01 WS-ODDZIAL-NOWY PIC X.
           88 ODDZIAL-NOWY VALUE 'Y'.
       01 WS-PESEL-LICZBA PIC 9(11).
       01 WS-OPIS-POWODU PIC X(30).
      * TABELA STATYSTYK PER ODDZIAL - POZYCJA ZAKLADANA PRZY
      * PIERWSZEJ LINII Z DANYM KODEM; PUSTY KOD ODDZIALU (STARY
      * FORMAT PLIKU) LICZONY POD UMOWNYM '????', ZEBY BYLO GO
           PERFORM OTWORZ-STEROW
           PERFORM ZAPISZ-START-LEDGER
           PERFORM OTWORZ-PLIKI
           PERFORM SPRAWDZ-LINIE UNTIL WS-EOF = 'Y'
           PERFORM OTWORZ-PONOWNIE-WEJSCIE
           PERFORM PRZETWORZ-LINIE UNTIL WS-EOF = 'Y'
           PERFORM ZAREJESTRUJ-PLIKI
           PERFORM ZAMKNIJ-PLIKI
           PERFORM ZAPISZ-KONIEC-LEDGER
           CLOSE STEROW
            KODY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN I-O REJESTR
           IF REJESTR-STATUS = 35
      * PUSTY KLASTER REJESTRU NIE OTWIERA SIE I-O (STATUS 35) -
      * PIERWSZY PRZEBIEG ZAKLADA GO PRZEZ OPEN OUTPUT
              OPEN OUTPUT REJESTR
              IF REJESTR-STATUS NOT = 0
                 DISPLAY 'ERROR WHILE PRIMING FILE REGISTER'
                  SPACE REJESTR-STATUS
                 PERFORM ABEND-PGM-PARA
              END-IF
              CLOSE REJESTR
              OPEN I-O REJESTR
           END-IF
           IF REJESTR-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING FILE REGISTER' SPACE
            REJESTR-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       OTWORZ-PONOWNIE-WEJSCIE.
      * DRUGI PRZEBIEG PO DD1 - OD POCZATKU, TYM RAZEM Z LADOWANIEM
      * LINII Z PLIKOW PRZYJETYCH
           CLOSE WEJSCIE
           OPEN INPUT WEJSCIE
           IF WEJSCIE-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE REOPENING INTAKE FILE' SPACE
            WEJSCIE-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-W-PACZCE
           MOVE 0 TO WS-PK-AKT
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING WS-ABEND-CODE
           CLOSE RAPORT
           CLOSE STATYST
           CLOSE KODY
           CLOSE REJESTR
           EXIT.
       SPRAWDZ-LINIE.
      * PIERWSZY PRZEBIEG - PODZIAL DD1 NA PLIKI ODDZIALOW I
      * KONTROLA NAGLOWKA, STOPKI I NUMERU; NIC JESZCZE NIE IDZIE
      * DO FUSER, WIEC ODRZUCENIE PLIKU JEST CALKOWITE
           READ WEJSCIE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
              IF W-PACZCE
                 PERFORM ZAMKNIJ-PACZKE-BEZ-STOPKI
              END-IF
           NOT AT END
              EVALUATE WE-DATA
              WHEN 'NAGLOWEK'
                 PERFORM OTWORZ-PACZKE
              WHEN 'STOPKA'
                 PERFORM SPRAWDZ-STOPKE
              WHEN OTHER
                 PERFORM POLICZ-LINIE-PACZKI
              END-EVALUATE
           END-READ
           IF WEJSCIE-STATUS = 0 OR WEJSCIE-STATUS = 10
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU PLIKU ODDZIALOWEGO' SPACE
             WEJSCIE-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DODAJ-PACZKE.
           IF WS-PK-COUNT >= 100
              DISPLAY 'ZA DUZO PLIKOW ODDZIALOW W JEDNYM PRZEBIEGU'
              PERFORM ABEND-PGM-PARA
           END-IF
           ADD 1 TO WS-PK-COUNT
           MOVE WS-PK-COUNT TO WS-PK-AKT
           INITIALIZE WS-PK-POZYCJA(WS-PK-AKT)
           MOVE 'Y' TO WS-W-PACZCE
           EXIT.
       OTWORZ-PACZKE.
      * NOWY NAGLOWEK ZAMYKA POPRZEDNI PLIK, JESLI TEN NIE MIAL
      * STOPKI. NUMER 000000 JEST ZAJETY PRZEZ WPIS ODDZIALU
      * W REJESTRZE, WIEC PLIKI NUMERUJE SIE OD 000001
           IF W-PACZCE
              PERFORM ZAMKNIJ-PACZKE-BEZ-STOPKI
           END-IF
           PERFORM DODAJ-PACZKE
           MOVE NG-ODDZIAL TO WS-PK-ODDZIAL(WS-PK-AKT)
           MOVE NG-DATA-PLIKU TO WS-PK-DATA-PLIKU(WS-PK-AKT)
           IF NG-NUMER IS NUMERIC AND NG-NUMER > 0
              AND NG-ODDZIAL NOT = SPACES
              MOVE NG-NUMER TO WS-PK-NUMER(WS-PK-AKT)
           ELSE
              MOVE 'NAGLOWEK' TO WS-PK-POWOD(WS-PK-AKT)
           END-IF
           EXIT.
       POLICZ-LINIE-PACZKI.
      * LINIE BEZ NAGLOWKA (PLIK W STARYM FORMACIE) TWORZA WLASNA
      * PACZKE, ODRZUCONA W CALOSCI
           IF NOT W-PACZCE
              PERFORM DODAJ-PACZKE
              MOVE WE-ODDZIAL TO WS-PK-ODDZIAL(WS-PK-AKT)
              MOVE 'NAGLOWEK' TO WS-PK-POWOD(WS-PK-AKT)
           END-IF
           ADD 1 TO WS-PK-LINIE(WS-PK-AKT)
           IF WE-PESEL IS NUMERIC
              MOVE WE-PESEL TO WS-PESEL-LICZBA
              ADD WS-PESEL-LICZBA TO WS-PK-SUMA-PESEL(WS-PK-AKT)
           END-IF
           EXIT.
       SPRAWDZ-STOPKE.
      * STOPKA BEZ NAGLOWKA TWORZY PUSTA PACZKE ODRZUCONA. PRZY
      * DOBRYM NAGLOWKU: ODDZIAL, LICZBA LINII I SUMA PESELI
      * ZE STOPKI MUSZA SIE ZGADZAC Z TRESCIA, A NUMER PLIKU MUSI
      * BYC NASTEPNYM PO OSTATNIM PRZYJETYM
           IF NOT W-PACZCE
              PERFORM DODAJ-PACZKE
              MOVE SP-ODDZIAL TO WS-PK-ODDZIAL(WS-PK-AKT)
              MOVE 'NAGLOWEK' TO WS-PK-POWOD(WS-PK-AKT)
           END-IF
           MOVE 'N' TO WS-W-PACZCE
           IF SP-LICZBA IS NUMERIC
              MOVE SP-LICZBA TO WS-PK-STOPKA-LINIE(WS-PK-AKT)
           END-IF
           IF WS-PK-POWOD(WS-PK-AKT) = SPACES
              PERFORM USTAL-OST-NUMER
           END-IF
           EVALUATE TRUE
           WHEN WS-PK-POWOD(WS-PK-AKT) NOT = SPACES
              CONTINUE
           WHEN SP-LICZBA IS NOT NUMERIC
              OR SP-SUMA-PESEL IS NOT NUMERIC
              OR SP-ODDZIAL NOT = WS-PK-ODDZIAL(WS-PK-AKT)
              MOVE 'STOPKA' TO WS-PK-POWOD(WS-PK-AKT)
           WHEN SP-LICZBA NOT = WS-PK-LINIE(WS-PK-AKT)
              MOVE 'LICZBA' TO WS-PK-POWOD(WS-PK-AKT)
           WHEN SP-SUMA-PESEL NOT = WS-PK-SUMA-PESEL(WS-PK-AKT)
              MOVE 'SUMA' TO WS-PK-POWOD(WS-PK-AKT)
           WHEN ODDZIAL-NOWY
              CONTINUE
           WHEN WS-PK-NUMER(WS-PK-AKT) <= WS-PK-OST-NUMER(WS-PK-AKT)
              MOVE 'PONOWNY' TO WS-PK-POWOD(WS-PK-AKT)
           WHEN WS-PK-NUMER(WS-PK-AKT) >
                WS-PK-OST-NUMER(WS-PK-AKT) + 1
              MOVE 'LUKA' TO WS-PK-POWOD(WS-PK-AKT)
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           PERFORM OCEN-PACZKE
           EXIT.
       USTAL-OST-NUMER.
      * OSTATNI PRZYJETY NUMER ODDZIALU - NAJPIERW Z PLIKOW TEGO
      * ODDZIALU PRZYJETYCH WCZESNIEJ W TYM SAMYM PRZEBIEGU (PO
      * AWARII ODDZIAL PRZYSYLA DWA DNI NARAZ), POTEM Z REJESTRU
           MOVE 'Y' TO WS-ODDZIAL-NOWY
           MOVE 0 TO WS-PK-OST-NUMER(WS-PK-AKT)
           PERFORM SZUKAJ-PRZYJETEJ-PACZKI
            VARYING WS-PK-IDX FROM 1 BY 1
            UNTIL WS-PK-IDX >= WS-PK-AKT
           IF ODDZIAL-NOWY
              MOVE WS-PK-ODDZIAL(WS-PK-AKT) TO RJ-ODDZIAL
              MOVE 0 TO RJ-NUMER
              READ REJESTR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RJ-OST-NUMER > 0
                    MOVE RJ-OST-NUMER TO WS-PK-OST-NUMER(WS-PK-AKT)
                    MOVE 'N' TO WS-ODDZIAL-NOWY
                 END-IF
              END-READ
              IF REJESTR-STATUS = 0 OR REJESTR-STATUS = 23
                 THEN CONTINUE
              ELSE
               DISPLAY 'BLAD ODCZYTU REJESTRU PLIKOW' SPACE
                REJESTR-STATUS
               PERFORM ABEND-PGM-PARA
              END-IF
           END-IF
           EXIT.
       SZUKAJ-PRZYJETEJ-PACZKI.
           IF WS-PK-ODDZIAL(WS-PK-IDX) = WS-PK-ODDZIAL(WS-PK-AKT)
              AND WS-PK-STATUS(WS-PK-IDX) = 'P'
              MOVE WS-PK-NUMER(WS-PK-IDX)
               TO WS-PK-OST-NUMER(WS-PK-AKT)
              MOVE 'N' TO WS-ODDZIAL-NOWY
           END-IF
           EXIT.
       ZAMKNIJ-PACZKE-BEZ-STOPKI.
           IF WS-PK-POWOD(WS-PK-AKT) = SPACES
              MOVE 'STOPKA' TO WS-PK-POWOD(WS-PK-AKT)
           END-IF
           MOVE 'N' TO WS-W-PACZCE
           PERFORM OCEN-PACZKE
           EXIT.
       OCEN-PACZKE.
           IF WS-PK-POWOD(WS-PK-AKT) = SPACES
              MOVE 'P' TO WS-PK-STATUS(WS-PK-AKT)
              ADD 1 TO WS-PLIKI-PRZYJETE-COUNT
           ELSE
              MOVE 'O' TO WS-PK-STATUS(WS-PK-AKT)
              ADD 1 TO WS-PLIKI-ODRZUCONE-COUNT
           END-IF
           EXIT.
       PRZETWORZ-LINIE.
      * DRUGI PRZEBIEG - PACZKI LICZONE TAK SAMO JAK W PIERWSZYM,
      * LADUJEMY TYLKO LINIE Z PLIKOW PRZYJETYCH. PUSTY KOD
      * ODDZIALU W LINII UZUPELNIAMY Z NAGLOWKA
           INITIALIZE FS-WEJSCIE
           PERFORM CZYTAJ-1-LINIE
           IF WS-EOF NOT = 'Y'
              EVALUATE WE-DATA
              WHEN 'NAGLOWEK'
                 ADD 1 TO WS-PK-AKT
                 MOVE 'Y' TO WS-W-PACZCE
              WHEN 'STOPKA'
                 IF NOT W-PACZCE
                    ADD 1 TO WS-PK-AKT
                 END-IF
                 MOVE 'N' TO WS-W-PACZCE
              WHEN OTHER
                 IF NOT W-PACZCE
                    ADD 1 TO WS-PK-AKT
                    MOVE 'Y' TO WS-W-PACZCE
                 END-IF
                 IF WS-PK-STATUS(WS-PK-AKT) = 'P'
                    ADD 1 TO WS-READ-COUNT
                    IF WE-ODDZIAL = SPACES
                       MOVE WS-PK-ODDZIAL(WS-PK-AKT) TO WE-ODDZIAL
                    END-IF
                    PERFORM USTAL-ODDZIAL
                    PERFORM SPRAWDZ-I-ZALADUJ
                 ELSE
                    ADD 1 TO WS-POMINIETE-COUNT
                 END-IF
              END-EVALUATE
           END-IF
           EXIT.
       USTAL-ODDZIAL.
           READ WEJSCIE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-EOF
           END-READ
           IF WEJSCIE-STATUS = 0 OR WEJSCIE-STATUS = 10
              THEN CONTINUE
           NOT INVALID KEY
              ADD 1 TO WS-LOADED-COUNT
              ADD 1 TO WS-ODDZ-ZALADOWANE(WS-ODDZ-AKT)
              ADD 1 TO WS-PK-ZALADOWANE(WS-PK-AKT)
           END-WRITE
           IF FUSER-STATUS = 0 OR FUSER-STATUS = 22
              THEN CONTINUE
              PERFORM ABEND-PGM-PARA
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           ADD 1 TO WS-PK-ODRZUCONE(WS-PK-AKT)
           EVALUATE WS-BL-KOD
           WHEN '01' ADD 1 TO WS-ODDZ-ODRZ-01(WS-ODDZ-AKT)
           WHEN '02' ADD 1 TO WS-ODDZ-ODRZ-02(WS-ODDZ-AKT)
           PERFORM DRUKUJ-ODDZIAL
            VARYING WS-ODDZ-IDX FROM 1 BY 1
            UNTIL WS-ODDZ-IDX > WS-ODDZ-COUNT
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PLIKI ODDZIALOW PRZYJETE  : ' DELIMITED BY SIZE
            WS-PLIKI-PRZYJETE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PLIKI ODRZUCONE W CALOSCI : ' DELIMITED BY SIZE
            WS-PLIKI-ODRZUCONE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'LINIE W PLIKACH ODRZUCONYCH: ' DELIMITED BY SIZE
            WS-POMINIETE-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM DRUKUJ-PACZKE
            VARYING WS-PK-IDX FROM 1 BY 1
            UNTIL WS-PK-IDX > WS-PK-COUNT
           EXIT.
       DRUKUJ-PACZKE.
      * LINIA NA KAZDY PLIK Z DD1 Z WYNIKIEM KONTROLI; PRZY LUCE,
      * POWTORCE I ZLEJ LICZBIE DRUGA LINIA Z WARTOSCIA OCZEKIWANA
           IF WS-PK-STATUS(WS-PK-IDX) = 'P'
              MOVE 'PRZYJETY' TO WS-OPIS-POWODU
           ELSE
              EVALUATE WS-PK-POWOD(WS-PK-IDX)
              WHEN 'NAGLOWEK'
                 MOVE 'ODRZUCONY: BRAK/ZLY NAGLOWEK' TO WS-OPIS-POWODU
              WHEN 'STOPKA'
                 MOVE 'ODRZUCONY: BRAK/ZLA STOPKA' TO WS-OPIS-POWODU
              WHEN 'LICZBA'
                 MOVE 'ODRZUCONY: LICZBA W STOPCE' TO WS-OPIS-POWODU
              WHEN 'SUMA'
                 MOVE 'ODRZUCONY: SUMA PESELI' TO WS-OPIS-POWODU
              WHEN 'PONOWNY'
                 MOVE 'ODRZUCONY: PLIK JUZ WCZYTANY' TO WS-OPIS-POWODU
              WHEN OTHER
                 MOVE 'ODRZUCONY: LUKA W NUMERACJI' TO WS-OPIS-POWODU
              END-EVALUATE
           END-IF
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'PLIK ' DELIMITED BY SIZE
            WS-PK-ODDZIAL(WS-PK-IDX) DELIMITED BY SIZE
            ' NR ' DELIMITED BY SIZE
            WS-PK-NUMER(WS-PK-IDX) DELIMITED BY SIZE
            ' Z ' DELIMITED BY SIZE
            WS-PK-DATA-PLIKU(WS-PK-IDX) DELIMITED BY SIZE
            ' LINII ' DELIMITED BY SIZE
            WS-PK-LINIE(WS-PK-IDX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-OPIS-POWODU DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           EVALUATE WS-PK-POWOD(WS-PK-IDX)
           WHEN 'LICZBA'
              STRING '     W STOPCE LINII ' DELIMITED BY SIZE
               WS-PK-STOPKA-LINIE(WS-PK-IDX) DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN 'PONOWNY'
           WHEN 'LUKA'
              STRING '     OSTATNI PRZYJETY NR ' DELIMITED BY SIZE
               WS-PK-OST-NUMER(WS-PK-IDX) DELIMITED BY SIZE
               INTO WS-RAPORT-LINE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           IF WS-RAPORT-LINE NOT = SPACES
              WRITE FS-RAPORT FROM WS-RAPORT-LINE
              PERFORM SPRAWDZ-STATUS-RAPORTU
           END-IF
           EXIT.
       ZAREJESTRUJ-PLIKI.
           PERFORM ZAREJESTRUJ-1-PLIK
            VARYING WS-PK-IDX FROM 1 BY 1
            UNTIL WS-PK-IDX > WS-PK-COUNT
           EXIT.
       ZAREJESTRUJ-1-PLIK.
      * REJESTR DOPIERO PO ZALADOWANIU - PLIK PRZYJETY TRAFIA DO
      * REJESTRU Z LICZNIKAMI FAKTYCZNIE ZALADOWANYCH LINII. PACZKA
      * BEZ NAGLOWKA NIE MA ODDZIALU I NUMERU, ZOSTAJE NA RAPORCIE
           IF WS-PK-NUMER(WS-PK-IDX) > 0
              PERFORM ZAPISZ-WPIS-PLIKU
              PERFORM AKTUALIZUJ-WPIS-ODDZIALU
           END-IF
           EXIT.
       ZAPISZ-WPIS-PLIKU.
           MOVE SPACES TO FS-REJESTR
           MOVE WS-PK-ODDZIAL(WS-PK-IDX) TO RJ-ODDZIAL
           MOVE WS-PK-NUMER(WS-PK-IDX) TO RJ-NUMER
           MOVE WS-PK-DATA-PLIKU(WS-PK-IDX) TO RJ-DATA-PLIKU
           MOVE WS-DATA-NOCY TO RJ-DATA-WCZYTANIA
           MOVE WS-PK-STATUS(WS-PK-IDX) TO RJ-STATUS
           MOVE WS-PK-POWOD(WS-PK-IDX) TO RJ-POWOD
           MOVE 0 TO RJ-OST-NUMER
           MOVE WS-PK-LINIE(WS-PK-IDX) TO RJ-LINIE
           MOVE WS-PK-ZALADOWANE(WS-PK-IDX) TO RJ-ZALADOWANE
           MOVE WS-PK-ODRZUCONE(WS-PK-IDX) TO RJ-ODRZUCONE
           IF WS-PK-STATUS(WS-PK-IDX) = 'O'
              MOVE WS-DATA-NOCY TO RJ-DATA-ODRZUCENIA
           END-IF
           WRITE FS-REJESTR
           IF REJESTR-STATUS = 22
      * PLIK O TYM NUMERZE JUZ JEST W REJESTRZE - PRZYJETY ZASTEPUJE
      * WCZESNIEJ ODRZUCONY (ODDZIAL POPRAWIL I PRZYSLAL JESZCZE
      * RAZ), ODRZUCONY NIE NADPISUJE NICZEGO I ZOSTAJE TYLKO NA
      * RAPORCIE I WE WPISIE ODDZIALU
              IF WS-PK-STATUS(WS-PK-IDX) = 'P'
                 REWRITE FS-REJESTR
              ELSE
                 MOVE 0 TO REJESTR-STATUS
              END-IF
           END-IF
           IF REJESTR-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ZAPISU REJESTRU PLIKOW' SPACE
            REJESTR-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       AKTUALIZUJ-WPIS-ODDZIALU.
      * WPIS ODDZIALU (NUMER 000000) - OSTATNI PRZYJETY PLIK ALBO
      * OSTATNIE ODRZUCENIE. NOWY ODDZIAL WCHODZI DO REJESTRU JAKO
      * OCZEKIWANY CODZIENNIE
           MOVE WS-PK-ODDZIAL(WS-PK-IDX) TO RJ-ODDZIAL
           MOVE 0 TO RJ-NUMER
           MOVE 'Y' TO WS-ODDZIAL-NOWY
           READ REJESTR
           INVALID KEY
              MOVE SPACES TO FS-REJESTR
              MOVE WS-PK-ODDZIAL(WS-PK-IDX) TO RJ-ODDZIAL
              MOVE 0 TO RJ-NUMER
              MOVE 'T' TO RJ-STATUS
              MOVE 0 TO RJ-OST-NUMER
              MOVE 0 TO RJ-LINIE
              MOVE 0 TO RJ-ZALADOWANE
              MOVE 0 TO RJ-ODRZUCONE
           NOT INVALID KEY
              MOVE 'N' TO WS-ODDZIAL-NOWY
           END-READ
           IF REJESTR-STATUS = 0 OR REJESTR-STATUS = 23
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU REJESTRU PLIKOW' SPACE
             REJESTR-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           IF WS-PK-STATUS(WS-PK-IDX) = 'P'
              MOVE WS-PK-NUMER(WS-PK-IDX) TO RJ-OST-NUMER
              MOVE WS-PK-DATA-PLIKU(WS-PK-IDX) TO RJ-DATA-PLIKU
              MOVE WS-DATA-NOCY TO RJ-DATA-WCZYTANIA
              MOVE WS-PK-LINIE(WS-PK-IDX) TO RJ-LINIE
              MOVE WS-PK-ZALADOWANE(WS-PK-IDX) TO RJ-ZALADOWANE
              MOVE WS-PK-ODRZUCONE(WS-PK-IDX) TO RJ-ODRZUCONE
           ELSE
              MOVE WS-PK-POWOD(WS-PK-IDX) TO RJ-POWOD
              MOVE WS-DATA-NOCY TO RJ-DATA-ODRZUCENIA
           END-IF
           IF ODDZIAL-NOWY
              WRITE FS-REJESTR
           ELSE
              REWRITE FS-REJESTR
           END-IF
           IF REJESTR-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ZAPISU REJESTRU PLIKOW' SPACE
            REJESTR-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-ODDZIAL.
      * DWIE LINIE NA ODDZIAL - BILANS I ROZBICIE ODRZUTOW WG
