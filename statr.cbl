       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATR.
      * MIESIECZNA STATYSTYKA DEMOGRAFICZNA REJESTRU DLA KIEROWNICTWA
      * I DELEGATURY - DOTAD KAZDA LICZBA TO BYL OSOBNY SQL PISANY
      * NA ZAMOWIENIE. PROGRAM PRZECHODZI CALA PIERMAJ (JAK KODAUDB)
      * I LICZY OSOBY:
      *   WG REGIONU - OKREG POCZTOWY Z PIERWSZEJ CYFRY KOD_POCZT;
      *                KOD PUSTY ALBO NIE W FORMACIE NN-NNN IDZIE DO
      *                REGIONU "NIEZNANY", PARA KOD/MIASTO SPOZA
      *                SLOWNIKA FKODY LICZY SIE DO REGIONU Z KODU,
      *                ALE JEST PODANA OSOBNO
      *   WG PLCI    - K / M / NIEZNANA (PUSTA ALBO INNA WARTOSC)
      *   WG WIEKU   - PRZEDZIALY LICZONE Z DATA_UR NA OSTATNI DZIEN
      *                MIESIACA RAPORTU; DATA NIECZYTELNA ALBO
      *                PO TYM DNIU IDZIE DO "NIEZNANY"
      * REGIONY I WIEK SA ROZBITE DODATKOWO NA PLEC. STAN LICZONY JEST
      * W CHWILI PRZEBIEGU - RAPORT IDZIE PIERWSZEJ NOCY NOWEGO
      * MIESIACA, WIEC ROZNICA DO KONCA MIESIACA TO JEDNA NOC.
      * RUCH MIESIAC DO MIESIACA (RAPORTOWANY I POPRZEDNI):
      *   REJESTRACJE - SUMA ZALADOWANYCH Z WPISOW 'DOBAZY' W KSIEDZE
      *                 PRZEBIEGOW FSTAT (PRZY PARTYCJACH WPIS ZAKLADA
      *                 SCALB Z SUMA PARTYCJI)
      *   USUNIECIA / KOREKTY - WPISY 'D' / 'U' W PIERHIS Z MIESIACA
      *   ZMIANYB     - ZASTOSOWANE I ODRZUCONE Z WPISOW 'ZMIANYB'
      * MIESIAC Z PARM 'YYYYMM', DOMYSLNIE POPRZEDNI (JAK WYDAJR).
      * OPROCZ WYDRUKU PLIK DLA DZIALU STATYSTYKI (DD4) - STALE
      * KOLUMNY ROZDZIELONE ';', PIERWSZY REKORD TO NAZWY KOLUMN:
      *   MIESIAC;SEKCJA;KLUCZ;OPIS;W1;W2;W3;W4
      * SEKCJE REGION / PLEC / WIEK: W1-W4 = K, M, NIEZNANA, RAZEM;
      * SEKCJA RUCH: W1 = MIESIAC RAPORTU, W2 = POPRZEDNI,
      * W3 = ZMIANA, W4 = 0. LICZBY ZE ZNAKIEM Z PRZODU (+000000123)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KODY ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS KD-KLUCZ
           FILE STATUS IS KODY-STATUS.
           SELECT STEROW ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-KLUCZ
           FILE STATUS IS STEROW-STATUS.
           SELECT RAPORT ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RAPORT-STATUS.
           SELECT STATYST ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS STATYST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KODY
      * SLOWNIK KODOW POCZTOWYCH (KLASTER FKODY) - TEN SAM,
      * KTOREGO UZYWAJA USERP, WCZYTB I KODAUDB
           DATA RECORD IS FS-KODY
           RECORD CONTAINS 26 CHARACTERS.
       01 FS-KODY.
           05 KD-KLUCZ.
              10 KD-KOD PIC X(6).
              10 KD-MIASTO PIC X(20).
       FD STEROW
      * KSIEGA PRZEBIEGOW NOCNYCH (KLASTER FSTAT) - TEN SAM UKLAD
      * CO W DOBAZY, CZYTANA PO KLUCZU PROGRAM+DATA
           DATA RECORD IS FS-STEROW
           RECORD CONTAINS 96 CHARACTERS.
       01 FS-STEROW.
           05 ST-KLUCZ.
              10 ST-PROGRAM PIC X(8).
              10 ST-DATA PIC X(8).
           05 ST-FLAGA PIC X.
           05 ST-START-TS PIC X(26).
           05 ST-KONIEC-TS PIC X(26).
           05 ST-LICZ-WCZYTANE PIC 9(9).
           05 ST-LICZ-ZALADOWANE PIC 9(9).
           05 ST-LICZ-ODRZUCONE PIC 9(9).
       FD RAPORT
           DATA RECORD IS FS-RAPORT
           RECORD CONTAINS 132 CHARACTERS.
       01 FS-RAPORT PIC X(132).
       FD STATYST
      * PLIK DLA DZIALU STATYSTYKI - UKLAD W WS-STAT-LINIA
           DATA RECORD IS FS-STATYST
           RECORD CONTAINS 100 CHARACTERS.
       01 FS-STATYST PIC X(100).
       WORKING-STORAGE SECTION.
           EXEC SQL  INCLUDE SQLCA END-EXEC.
           EXEC SQL  INCLUDE DCLPIER END-EXEC.
       01 KODY-STATUS PIC 99.
       01 STEROW-STATUS PIC 99.
       01 RAPORT-STATUS PIC 99.
       01 STATYST-STATUS PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-KONIEC-KSIEGI PIC X VALUE 'N'.
       01 WS-RAPORT-LINE PIC X(132).
       01 WS-LICZNIKI.
           05 WS-READ-COUNT PIC 9(9) VALUE 0.
           05 WS-POZA-SLOWNIKIEM-COUNT PIC 9(9) VALUE 0.
      * MIESIAC RAPORTU I POPRZEDNI (YYYYMM)
       01 WS-DZISIAJ PIC X(21).
       01 WS-MIESIAC-ROBOCZY.
           05 WS-MR-ROK PIC 9(4).
           05 WS-MR-MIES PIC 9(2).
       01 WS-MIESIAC-RAP PIC X(6).
       01 WS-MIESIAC-POP PIC X(6).
      * DZIEN ODNIESIENIA DLA WIEKU - ROK I 'MM31' MIESIACA RAPORTU;
      * POROWNANIE ZNAKOWE MMDD DZIALA TAK SAMO DLA KAZDEGO MIESIACA
       01 WS-REF-ROK PIC 9(4).
       01 WS-REF-MMDD PIC X(4).
       01 WS-UR-ROK PIC 9(4).
       01 WS-UR-MMDD PIC X(4).
       01 WS-WIEK-LAT PIC S9(4).
      * INDEKSY BIEZACEJ OSOBY
       01 WS-REG-IDX PIC 99.
       01 WS-REG-CYFRA PIC 9.
       01 WS-PLEC-IDX PIC 9.
       01 WS-WIEK-IDX PIC 99.
       01 WS-IDX PIC 99.
      * OKREGI POCZTOWE 0-9 (POZYCJE 1-10) I NIEZNANY (11)
       01 WS-REGIONY-NAZWY.
           05 FILLER PIC X(24) VALUE 'OKREG 0 WARSZAWA'.
           05 FILLER PIC X(24) VALUE 'OKREG 1 OLSZTYN/BIALYSTK'.
           05 FILLER PIC X(24) VALUE 'OKREG 2 LUBLIN'.
           05 FILLER PIC X(24) VALUE 'OKREG 3 KRAKOW'.
           05 FILLER PIC X(24) VALUE 'OKREG 4 KATOWICE'.
           05 FILLER PIC X(24) VALUE 'OKREG 5 WROCLAW'.
           05 FILLER PIC X(24) VALUE 'OKREG 6 POZNAN'.
           05 FILLER PIC X(24) VALUE 'OKREG 7 SZCZECIN'.
           05 FILLER PIC X(24) VALUE 'OKREG 8 GDANSK'.
           05 FILLER PIC X(24) VALUE 'OKREG 9 LODZ'.
           05 FILLER PIC X(24) VALUE 'REGION NIEZNANY'.
       01 WS-REGIONY-TAB REDEFINES WS-REGIONY-NAZWY.
           05 WS-REG-NAZWA PIC X(24) OCCURS 11 TIMES.
      * PRZEDZIALY WIEKU (1-8) I NIEZNANY (9)
       01 WS-WIEK-NAZWY.
           05 FILLER PIC X(24) VALUE 'WIEK 0-17'.
           05 FILLER PIC X(24) VALUE 'WIEK 18-24'.
           05 FILLER PIC X(24) VALUE 'WIEK 25-34'.
           05 FILLER PIC X(24) VALUE 'WIEK 35-44'.
           05 FILLER PIC X(24) VALUE 'WIEK 45-54'.
           05 FILLER PIC X(24) VALUE 'WIEK 55-64'.
           05 FILLER PIC X(24) VALUE 'WIEK 65-74'.
           05 FILLER PIC X(24) VALUE 'WIEK 75 I WIECEJ'.
           05 FILLER PIC X(24) VALUE 'WIEK NIEZNANY'.
       01 WS-WIEK-TAB REDEFINES WS-WIEK-NAZWY.
           05 WS-WIEK-NAZWA PIC X(24) OCCURS 9 TIMES.
      * LICZNIKI ROZBITE NA PLEC: 1 = K, 2 = M, 3 = NIEZNANA
       01 WS-REGIONY-LICZ.
           05 WS-REG-WIERSZ OCCURS 11 TIMES.
              10 WS-REG-PLEC PIC 9(9) OCCURS 3 TIMES.
       01 WS-WIEK-LICZ.
           05 WS-WIEK-WIERSZ OCCURS 9 TIMES.
              10 WS-WIEK-PLEC PIC 9(9) OCCURS 3 TIMES.
       01 WS-OGOL-LICZ.
           05 WS-OGOL-PLEC PIC 9(9) OCCURS 3 TIMES.
      * WIERSZ DO DRUKU I DO PLIKU STATYSTYKI
       01 WS-W-OPIS PIC X(24).
       01 WS-W-KLUCZ PIC X(4).
       01 WS-W-K PIC 9(9).
       01 WS-W-M PIC 9(9).
       01 WS-W-N PIC 9(9).
       01 WS-W-RAZEM PIC 9(9).
       01 WS-OGOL-RAZEM PIC 9(9) VALUE 0.
       01 WS-UDZIAL PIC 9(3)V9.
      * RUCH: 1 REJESTRACJE, 2 USUNIECIA, 3 KOREKTY, 4 ZMIANYB
      * ZASTOSOWANE, 5 ZMIANYB ODRZUCONE, 6 PRZYROST NETTO (1 - 2)
       01 WS-RUCH-NAZWY.
           05 FILLER PIC X(24) VALUE 'REJESTRACJE (DOBAZY)'.
           05 FILLER PIC X(24) VALUE 'USUNIECIA (PIERHIS)'.
           05 FILLER PIC X(24) VALUE 'KOREKTY (PIERHIS)'.
           05 FILLER PIC X(24) VALUE 'ZMIANYB ZASTOSOWANE'.
           05 FILLER PIC X(24) VALUE 'ZMIANYB ODRZUCONE'.
           05 FILLER PIC X(24) VALUE 'PRZYROST NETTO'.
       01 WS-RUCH-TAB REDEFINES WS-RUCH-NAZWY.
           05 WS-RUCH-NAZWA PIC X(24) OCCURS 6 TIMES.
       01 WS-RUCH-KLUCZE PIC X(24) VALUE
          'REJ USU KOR ZMZ ZMO NET '.
       01 WS-RUCH-KL-TAB REDEFINES WS-RUCH-KLUCZE.
           05 WS-RUCH-KLUCZ PIC X(4) OCCURS 6 TIMES.
       01 WS-RUCH-LICZ.
           05 WS-RUCH-WIERSZ OCCURS 6 TIMES.
              10 WS-RUCH-BIEZ PIC S9(9).
              10 WS-RUCH-POPRZ PIC S9(9).
       01 WS-RUCH-IDX PIC 9.
       01 WS-ZMIANA PIC S9(9).
      * SUMOWANIE KSIEGI PRZEBIEGOW - PROGRAM I MIESIAC NA WEJSCIU,
      * SUMY ZALADOWANYCH I ODRZUCONYCH NA WYJSCIU
       01 WS-KS-PROGRAM PIC X(8).
       01 WS-KS-MIESIAC PIC X(6).
       01 WS-KS-ZALADOWANE PIC 9(9).
       01 WS-KS-ODRZUCONE PIC 9(9).
      * ZMIENNE HOSTOWE DLA ZLICZEN PIERHIS - CZAS W PIERHIS TO
      * STEMPEL Z CURRENT-DATE (YYYYMMDD...), WIEC MIESIAC TO ZAKRES
      * ZNAKOWY OD 'YYYYMM01' DO 'YYYYMM32' (WYLACZNIE)
       01 WS-SQL-TYP PIC X.
       01 WS-SQL-OD PIC X(26).
       01 WS-SQL-DO PIC X(26).
       01 WS-SQL-LICZBA PIC S9(9) COMP.
       01 WS-HIS-MIESIAC PIC X(6).
      * LINIA TABELI ROZKLADU - KOLUMNY POD WS-NAGLOWEK-TABELI
       01 WS-LINIA-TABELI.
           05 LT-OPIS PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-K PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-M PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-N PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LT-RAZEM PIC Z(8)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LT-UDZIAL PIC ZZ9.9.
           05 FILLER PIC X(59) VALUE SPACES.
       01 WS-NAGLOWEK-TABELI.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(39) VALUE
              '  KOBIETY MEZCZYZNI  NIEZNANA     RAZEM'.
           05 FILLER PIC X(67) VALUE '   UDZ.%'.
      * LINIA RUCHU MIESIAC DO MIESIACA
       01 WS-LINIA-RUCHU.
           05 LR-OPIS PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-BIEZ PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-POPRZ PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LR-ZMIANA PIC -(9)9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-NAGLOWEK-RUCHU.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(10) VALUE '    MIES. '.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'POPRZEDNI '.
           05 FILLER PIC X(85) VALUE '    ZMIANA'.
      * REKORD PLIKU STATYSTYKI
       01 WS-STAT-LINIA.
           05 SL-MIESIAC PIC X(6).
           05 FILLER PIC X VALUE ';'.
           05 SL-SEKCJA PIC X(6).
           05 FILLER PIC X VALUE ';'.
           05 SL-KLUCZ PIC X(4).
           05 FILLER PIC X VALUE ';'.
           05 SL-OPIS PIC X(24).
           05 FILLER PIC X VALUE ';'.
           05 SL-W1 PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE ';'.
           05 SL-W2 PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE ';'.
           05 SL-W3 PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X VALUE ';'.
           05 SL-W4 PIC S9(9) SIGN LEADING SEPARATE.
           05 FILLER PIC X(13) VALUE SPACES.
       01 WS-STAT-NAGLOWEK PIC X(100) VALUE
          'MIESIAC;SEKCJA;KLUCZ;OPIS;W1;W2;W3;W4'.
       LINKAGE SECTION.
      * PARM Z JCL (EXEC PGM=STATR,PARM='YYYYMM')
       01 LS-PARM.
           05 LS-PARM-LEN PIC S9(4) COMP.
           05 LS-PARM-DATA PIC X(6).
       PROCEDURE DIVISION USING LS-PARM.
       MAIN.
           EXEC SQL
           DECLARE OSOBY CURSOR FOR
           SELECT DATA_UR, MIASTO, KOD_POCZT, PLEC
           FROM PIERMAJ
           END-EXEC
           PERFORM USTAL-MIESIAC
           PERFORM OTWORZ-PLIKI
           INITIALIZE WS-REGIONY-LICZ WS-WIEK-LICZ WS-OGOL-LICZ
            WS-RUCH-LICZ
           PERFORM OTWORZ-KURSOR
           PERFORM ZLICZ-WIERSZ UNTIL WS-EOF = 'Y'
           PERFORM ZAMKNIJ-KURSOR
           PERFORM POLICZ-RUCH
           PERFORM DRUKUJ-RAPORT
           PERFORM ZAMKNIJ-PLIKI
           STOP RUN.
       USTAL-MIESIAC.
      * DOMYSLNIE POPRZEDNI MIESIAC KALENDARZOWY - RAPORT IDZIE NA
      * POCZATKU MIESIACA
           MOVE FUNCTION CURRENT-DATE TO WS-DZISIAJ
           MOVE WS-DZISIAJ(1:6) TO WS-MIESIAC-ROBOCZY
           PERFORM COFNIJ-MIESIAC
           IF LS-PARM-LEN = 6
              IF LS-PARM-DATA IS NUMERIC
                 AND LS-PARM-DATA(5:2) >= '01'
                 AND LS-PARM-DATA(5:2) <= '12'
                 MOVE LS-PARM-DATA TO WS-MIESIAC-ROBOCZY
              ELSE
                 DISPLAY 'BLEDNY PARM - RAPORT ZA POPRZEDNI MIESIAC'
              END-IF
           ELSE
              IF LS-PARM-LEN > 0
                 DISPLAY 'BLEDNY PARM - RAPORT ZA POPRZEDNI MIESIAC'
              END-IF
           END-IF
           MOVE WS-MIESIAC-ROBOCZY TO WS-MIESIAC-RAP
           MOVE WS-MR-ROK TO WS-REF-ROK
           MOVE WS-MIESIAC-RAP(5:2) TO WS-REF-MMDD(1:2)
           MOVE '31' TO WS-REF-MMDD(3:2)
           PERFORM COFNIJ-MIESIAC
           MOVE WS-MIESIAC-ROBOCZY TO WS-MIESIAC-POP
           EXIT.
       COFNIJ-MIESIAC.
           IF WS-MR-MIES = 1
              SUBTRACT 1 FROM WS-MR-ROK
              MOVE 12 TO WS-MR-MIES
           ELSE
              SUBTRACT 1 FROM WS-MR-MIES
           END-IF
           EXIT.
       OTWORZ-PLIKI.
           OPEN INPUT KODY
           IF KODY-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING POSTAL CODE FILE' SPACE
            KODY-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN INPUT STEROW
           IF STEROW-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING RUN-STATUS FILE' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT RAPORT
           IF RAPORT-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING REPORT FILE' SPACE
            RAPORT-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           OPEN OUTPUT STATYST
           IF STATYST-STATUS = 0 THEN CONTINUE
           ELSE
           DISPLAY 'ERROR WHILE OPENING STATISTICS FILE' SPACE
            STATYST-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ABEND-PGM-PARA.
           CALL 'ABENDPGM' USING SQLCODE
           GOBACK.
       OTWORZ-KURSOR.
           EXEC SQL
              OPEN OSOBY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'OPEN CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAMKNIJ-KURSOR.
           EXEC SQL
              CLOSE OSOBY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'CLOSE CURSOR ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZAMKNIJ-PLIKI.
           CLOSE KODY
           CLOSE STEROW
           CLOSE RAPORT
           CLOSE STATYST
           EXIT.
       ZLICZ-WIERSZ.
           PERFORM CZYTAJ-WIERSZ-Z-KURSORA
           IF WS-EOF NOT = 'Y'
              ADD 1 TO WS-READ-COUNT
              PERFORM USTAL-REGION
              PERFORM USTAL-PLEC
              PERFORM USTAL-WIEK
              ADD 1 TO WS-REG-PLEC(WS-REG-IDX, WS-PLEC-IDX)
              ADD 1 TO WS-WIEK-PLEC(WS-WIEK-IDX, WS-PLEC-IDX)
              ADD 1 TO WS-OGOL-PLEC(WS-PLEC-IDX)
           END-IF
           EXIT.
       CZYTAJ-WIERSZ-Z-KURSORA.
           EXEC SQL
              FETCH OSOBY
              INTO :DCL-DATA-UR,
                   :DCL-MIASTO,
                   :DCL-KOD-POCZT,
                   :DCL-PLEC
           END-EXEC
           EVALUATE SQLCODE
           WHEN 00  CONTINUE
           WHEN 100
              MOVE 'Y' TO WS-EOF
           WHEN OTHER
              DISPLAY 'FETCH ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-EVALUATE
           EXIT.
       USTAL-REGION.
      * TE SAME KONTROLE FORMATU CO W KODAUDB; PARA SPOZA SLOWNIKA
      * ZOSTAJE W REGIONIE Z KODU, ALE JEST LICZONA
           IF DCL-KOD-POCZT(1:2) IS NUMERIC
              AND DCL-KOD-POCZT(3:1) = '-'
              AND DCL-KOD-POCZT(4:3) IS NUMERIC
              MOVE DCL-KOD-POCZT(1:1) TO WS-REG-IDX
              ADD 1 TO WS-REG-IDX
              PERFORM SPRAWDZ-PARE-KOD-MIASTO
           ELSE
              MOVE 11 TO WS-REG-IDX
           END-IF
           EXIT.
       SPRAWDZ-PARE-KOD-MIASTO.
           MOVE DCL-KOD-POCZT TO KD-KOD
           MOVE DCL-MIASTO TO KD-MIASTO
           READ KODY
           INVALID KEY
              ADD 1 TO WS-POZA-SLOWNIKIEM-COUNT
           END-READ
           IF KODY-STATUS = 0 OR KODY-STATUS = 23
              THEN CONTINUE
           ELSE
            DISPLAY 'BLAD ODCZYTU SLOWNIKA KODOW' SPACE
             KODY-STATUS
            PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       USTAL-PLEC.
           EVALUATE DCL-PLEC
           WHEN 'K'   MOVE 1 TO WS-PLEC-IDX
           WHEN 'M'   MOVE 2 TO WS-PLEC-IDX
           WHEN OTHER MOVE 3 TO WS-PLEC-IDX
           END-EVALUATE
           EXIT.
       USTAL-WIEK.
      * DATA_UR W POSTACI BAZOWEJ YYYY-MM-DD; WIEK W PELNYCH LATACH
      * NA OSTATNI DZIEN MIESIACA RAPORTU
           MOVE 9 TO WS-WIEK-IDX
           IF DCL-DATA-UR(1:4) IS NUMERIC
              AND DCL-DATA-UR(5:1) = '-'
              AND DCL-DATA-UR(6:2) IS NUMERIC
              AND DCL-DATA-UR(8:1) = '-'
              AND DCL-DATA-UR(9:2) IS NUMERIC
              MOVE DCL-DATA-UR(1:4) TO WS-UR-ROK
              MOVE DCL-DATA-UR(6:2) TO WS-UR-MMDD(1:2)
              MOVE DCL-DATA-UR(9:2) TO WS-UR-MMDD(3:2)
              COMPUTE WS-WIEK-LAT = WS-REF-ROK - WS-UR-ROK
              IF WS-UR-MMDD > WS-REF-MMDD
                 SUBTRACT 1 FROM WS-WIEK-LAT
              END-IF
              EVALUATE TRUE
              WHEN WS-WIEK-LAT < 0   CONTINUE
              WHEN WS-WIEK-LAT < 18  MOVE 1 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 25  MOVE 2 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 35  MOVE 3 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 45  MOVE 4 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 55  MOVE 5 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 65  MOVE 6 TO WS-WIEK-IDX
              WHEN WS-WIEK-LAT < 75  MOVE 7 TO WS-WIEK-IDX
              WHEN OTHER             MOVE 8 TO WS-WIEK-IDX
              END-EVALUATE
           END-IF
           EXIT.
       POLICZ-RUCH.
           MOVE 'DOBAZY' TO WS-KS-PROGRAM
           MOVE WS-MIESIAC-RAP TO WS-KS-MIESIAC
           PERFORM SUMUJ-KSIEGE
           MOVE WS-KS-ZALADOWANE TO WS-RUCH-BIEZ(1)
           MOVE WS-MIESIAC-POP TO WS-KS-MIESIAC
           PERFORM SUMUJ-KSIEGE
           MOVE WS-KS-ZALADOWANE TO WS-RUCH-POPRZ(1)
           MOVE 'ZMIANYB' TO WS-KS-PROGRAM
           MOVE WS-MIESIAC-RAP TO WS-KS-MIESIAC
           PERFORM SUMUJ-KSIEGE
           MOVE WS-KS-ZALADOWANE TO WS-RUCH-BIEZ(4)
           MOVE WS-KS-ODRZUCONE TO WS-RUCH-BIEZ(5)
           MOVE WS-MIESIAC-POP TO WS-KS-MIESIAC
           PERFORM SUMUJ-KSIEGE
           MOVE WS-KS-ZALADOWANE TO WS-RUCH-POPRZ(4)
           MOVE WS-KS-ODRZUCONE TO WS-RUCH-POPRZ(5)
           MOVE 'D' TO WS-SQL-TYP
           MOVE WS-MIESIAC-RAP TO WS-HIS-MIESIAC
           PERFORM ZLICZ-HISTORIE
           MOVE WS-SQL-LICZBA TO WS-RUCH-BIEZ(2)
           MOVE WS-MIESIAC-POP TO WS-HIS-MIESIAC
           PERFORM ZLICZ-HISTORIE
           MOVE WS-SQL-LICZBA TO WS-RUCH-POPRZ(2)
           MOVE 'U' TO WS-SQL-TYP
           MOVE WS-MIESIAC-RAP TO WS-HIS-MIESIAC
           PERFORM ZLICZ-HISTORIE
           MOVE WS-SQL-LICZBA TO WS-RUCH-BIEZ(3)
           MOVE WS-MIESIAC-POP TO WS-HIS-MIESIAC
           PERFORM ZLICZ-HISTORIE
           MOVE WS-SQL-LICZBA TO WS-RUCH-POPRZ(3)
           COMPUTE WS-RUCH-BIEZ(6) =
            WS-RUCH-BIEZ(1) - WS-RUCH-BIEZ(2)
           COMPUTE WS-RUCH-POPRZ(6) =
            WS-RUCH-POPRZ(1) - WS-RUCH-POPRZ(2)
           EXIT.
       SUMUJ-KSIEGE.
      * WPISY PROGRAMU Z DANEGO MIESIACA LEZA W KSIEDZE OBOK SIEBIE
      * (KLUCZ PROGRAM+DATA) - START NA PIERWSZY DZIEN I CZYTANIE
      * DO ZMIANY PROGRAMU ALBO MIESIACA. WPISY PARTYCJI DOBAZY
      * ('DOBAZY01'...) MAJA INNY PROGRAM I NIE WCHODZA DO SUMY
           MOVE 0 TO WS-KS-ZALADOWANE
           MOVE 0 TO WS-KS-ODRZUCONE
           MOVE 'N' TO WS-KONIEC-KSIEGI
           MOVE WS-KS-PROGRAM TO ST-PROGRAM
           MOVE WS-KS-MIESIAC TO ST-DATA(1:6)
           MOVE '01' TO ST-DATA(7:2)
           START STEROW KEY IS NOT LESS THAN ST-KLUCZ
           INVALID KEY
              MOVE 'Y' TO WS-KONIEC-KSIEGI
           END-START
           IF STEROW-STATUS = 0 OR STEROW-STATUS = 23 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD START KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           PERFORM DOSUMUJ-WPIS-KSIEGI UNTIL WS-KONIEC-KSIEGI = 'Y'
           EXIT.
       DOSUMUJ-WPIS-KSIEGI.
           READ STEROW NEXT
           AT END
              MOVE 'Y' TO WS-KONIEC-KSIEGI
           NOT AT END
              IF ST-PROGRAM NOT = WS-KS-PROGRAM
                 OR ST-DATA(1:6) NOT = WS-KS-MIESIAC
                 MOVE 'Y' TO WS-KONIEC-KSIEGI
              ELSE
                 ADD ST-LICZ-ZALADOWANE TO WS-KS-ZALADOWANE
                 ADD ST-LICZ-ODRZUCONE TO WS-KS-ODRZUCONE
              END-IF
           END-READ
           IF STEROW-STATUS = 0 OR STEROW-STATUS = 10 THEN CONTINUE
           ELSE
           DISPLAY 'BLAD ODCZYTU KSIEGI PRZEBIEGOW' SPACE
            STEROW-STATUS
           PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       ZLICZ-HISTORIE.
           MOVE SPACES TO WS-SQL-OD
           MOVE SPACES TO WS-SQL-DO
           STRING WS-HIS-MIESIAC '01' DELIMITED BY SIZE
            INTO WS-SQL-OD
           STRING WS-HIS-MIESIAC '32' DELIMITED BY SIZE
            INTO WS-SQL-DO
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-SQL-LICZBA
              FROM PIERHIS
              WHERE TYP = :WS-SQL-TYP
              AND CZAS >= :WS-SQL-OD
              AND CZAS < :WS-SQL-DO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'SELECT PIERHIS ERROR SQLCODE' SPACE SQLCODE
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       DRUKUJ-RAPORT.
           MOVE WS-OGOL-PLEC(1) TO WS-OGOL-RAZEM
           ADD WS-OGOL-PLEC(2) TO WS-OGOL-RAZEM
           ADD WS-OGOL-PLEC(3) TO WS-OGOL-RAZEM
           WRITE FS-STATYST FROM WS-STAT-NAGLOWEK
           PERFORM SPRAWDZ-STATUS-STATYST
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'STATR - STATYSTYKA DEMOGRAFICZNA REJESTRU ZA '
            DELIMITED BY SIZE
            WS-MIESIAC-RAP DELIMITED BY SIZE
            ' (STAN Z DNIA ' DELIMITED BY SIZE
            WS-DZISIAJ(1:8) DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'OSOBY WG REGIONU (OKREG POCZTOWY Z KOD_POCZT)'
            TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM DRUKUJ-REGION
            VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > 11
           PERFORM DRUKUJ-OGOLEM
           MOVE SPACES TO WS-RAPORT-LINE
           STRING '  W TYM PARA KOD/MIASTO SPOZA FKODY: '
            DELIMITED BY SIZE
            WS-POZA-SLOWNIKIEM-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'OSOBY WG PLCI' TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'PLEC' TO SL-SEKCJA
           PERFORM DRUKUJ-OGOLEM
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE 'OSOBY WG WIEKU (NA KONIEC MIESIACA RAPORTU)'
            TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM DRUKUJ-WIEK
            VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > 9
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'RUCH W REJESTRZE - ' DELIMITED BY SIZE
            WS-MIESIAC-RAP DELIMITED BY SIZE
            ' WOBEC ' DELIMITED BY SIZE
            WS-MIESIAC-POP DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           WRITE FS-RAPORT FROM WS-NAGLOWEK-RUCHU
           PERFORM SPRAWDZ-STATUS-RAPORTU
           PERFORM DRUKUJ-RUCH
            VARYING WS-RUCH-IDX FROM 1 BY 1
            UNTIL WS-RUCH-IDX > 6
           MOVE SPACES TO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE SPACES TO WS-RAPORT-LINE
           STRING 'WIERSZE PIERMAJ PRZECZYTANE: ' DELIMITED BY SIZE
            WS-READ-COUNT DELIMITED BY SIZE
            INTO WS-RAPORT-LINE
           WRITE FS-RAPORT FROM WS-RAPORT-LINE
           PERFORM SPRAWDZ-STATUS-RAPORTU
           EXIT.
       DRUKUJ-REGION.
           MOVE 'REGION' TO SL-SEKCJA
           MOVE WS-REG-NAZWA(WS-IDX) TO WS-W-OPIS
           IF WS-IDX > 10
              MOVE 'NZN' TO WS-W-KLUCZ
           ELSE
              MOVE SPACES TO WS-W-KLUCZ
              COMPUTE WS-REG-CYFRA = WS-IDX - 1
              MOVE WS-REG-CYFRA TO WS-W-KLUCZ(1:1)
           END-IF
           MOVE WS-REG-PLEC(WS-IDX, 1) TO WS-W-K
           MOVE WS-REG-PLEC(WS-IDX, 2) TO WS-W-M
           MOVE WS-REG-PLEC(WS-IDX, 3) TO WS-W-N
           PERFORM DRUKUJ-WIERSZ
           EXIT.
       DRUKUJ-WIEK.
           MOVE 'WIEK' TO SL-SEKCJA
           MOVE WS-WIEK-NAZWA(WS-IDX) TO WS-W-OPIS
           IF WS-IDX > 8
              MOVE 'NZN' TO WS-W-KLUCZ
           ELSE
              MOVE SPACES TO WS-W-KLUCZ
              MOVE WS-IDX TO WS-W-KLUCZ(1:2)
           END-IF
           MOVE WS-WIEK-PLEC(WS-IDX, 1) TO WS-W-K
           MOVE WS-WIEK-PLEC(WS-IDX, 2) TO WS-W-M
           MOVE WS-WIEK-PLEC(WS-IDX, 3) TO WS-W-N
           PERFORM DRUKUJ-WIERSZ
           EXIT.
       DRUKUJ-OGOLEM.
      * WIERSZ OGOLEM POD REGIONAMI I JAKO SEKCJA PLCI - PLCIE
      * SUMUJA SIE DO TEJ SAMEJ LICZBY OSOB
           MOVE 'OGOLEM' TO WS-W-OPIS
           MOVE 'OGOL' TO WS-W-KLUCZ
           MOVE WS-OGOL-PLEC(1) TO WS-W-K
           MOVE WS-OGOL-PLEC(2) TO WS-W-M
           MOVE WS-OGOL-PLEC(3) TO WS-W-N
           PERFORM DRUKUJ-WIERSZ
           EXIT.
       DRUKUJ-WIERSZ.
           COMPUTE WS-W-RAZEM = WS-W-K + WS-W-M + WS-W-N
           MOVE WS-W-OPIS TO LT-OPIS
           MOVE WS-W-K TO LT-K
           MOVE WS-W-M TO LT-M
           MOVE WS-W-N TO LT-N
           MOVE WS-W-RAZEM TO LT-RAZEM
           MOVE 0 TO WS-UDZIAL
           IF WS-OGOL-RAZEM > 0
              COMPUTE WS-UDZIAL ROUNDED =
               WS-W-RAZEM * 100 / WS-OGOL-RAZEM
           END-IF
           MOVE WS-UDZIAL TO LT-UDZIAL
           WRITE FS-RAPORT FROM WS-LINIA-TABELI
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE WS-MIESIAC-RAP TO SL-MIESIAC
           MOVE WS-W-KLUCZ TO SL-KLUCZ
           MOVE WS-W-OPIS TO SL-OPIS
           MOVE WS-W-K TO SL-W1
           MOVE WS-W-M TO SL-W2
           MOVE WS-W-N TO SL-W3
           MOVE WS-W-RAZEM TO SL-W4
           WRITE FS-STATYST FROM WS-STAT-LINIA
           PERFORM SPRAWDZ-STATUS-STATYST
           EXIT.
       DRUKUJ-RUCH.
           COMPUTE WS-ZMIANA = WS-RUCH-BIEZ(WS-RUCH-IDX)
            - WS-RUCH-POPRZ(WS-RUCH-IDX)
           MOVE WS-RUCH-NAZWA(WS-RUCH-IDX) TO LR-OPIS
           MOVE WS-RUCH-BIEZ(WS-RUCH-IDX) TO LR-BIEZ
           MOVE WS-RUCH-POPRZ(WS-RUCH-IDX) TO LR-POPRZ
           MOVE WS-ZMIANA TO LR-ZMIANA
           WRITE FS-RAPORT FROM WS-LINIA-RUCHU
           PERFORM SPRAWDZ-STATUS-RAPORTU
           MOVE WS-MIESIAC-RAP TO SL-MIESIAC
           MOVE 'RUCH' TO SL-SEKCJA
           MOVE WS-RUCH-KLUCZ(WS-RUCH-IDX) TO SL-KLUCZ
           MOVE WS-RUCH-NAZWA(WS-RUCH-IDX) TO SL-OPIS
           MOVE WS-RUCH-BIEZ(WS-RUCH-IDX) TO SL-W1
           MOVE WS-RUCH-POPRZ(WS-RUCH-IDX) TO SL-W2
           MOVE WS-ZMIANA TO SL-W3
           MOVE 0 TO SL-W4
           WRITE FS-STATYST FROM WS-STAT-LINIA
           PERFORM SPRAWDZ-STATUS-STATYST
           EXIT.
       SPRAWDZ-STATUS-RAPORTU.
           IF RAPORT-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO RAPORTU' SPACE RAPORT-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
       SPRAWDZ-STATUS-STATYST.
           IF STATYST-STATUS NOT = 0
              DISPLAY 'BLAD ZAPISU DO PLIKU STATYSTYKI' SPACE
               STATYST-STATUS
              PERFORM ABEND-PGM-PARA
           END-IF
           EXIT.
