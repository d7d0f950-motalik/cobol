       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssenzeStrategiche.

      *Assenze strategiche: i coordinatori sospettano che qualche
      *studente manchi con regolarita' proprio nei giorni delle
      *verifiche annunciate o delle interrogazioni previste, ma dai
      *registri non si riesce a dimostrarlo. Per la classe scelta e
      *per ogni giorno di lezione dell'intervallo (GIORNI.DAT, o da
      *lunedi' a sabato per i giorni non registrati) si separano i
      *giorni di prova dello studente - le verifiche della classe in
      *VERIFICHE.DAT e le sue interrogazioni in INTERROGAZIONI.DAT,
      *il calendario di PianificaInterrogazioni - dai giorni
      *ordinari. La prova e' mancata con un'assenza in ASSENZE.DAT
      *o, per le verifiche, con un'entrata posticipata di RITARDI.DAT
      *dopo l'inizio dell'ora della verifica (INIZIO-LEZIONI e
      *DURATA-ORA di CONFIG.DAT). Chi ha una percentuale di assenza
      *nei giorni di prova superiore di almeno SCARTO-PROVE punti
      *(default 25) a quella dei giorni ordinari, con almeno
      *MINIMO-PROVE-MANCATE prove mancate (default 2), e' elencato
      *con le date su ASSENZE-STRATEGICHE-<classe>.txt: un dato
      *oggettivo per la discussione del voto di comportamento.
      *I giorni di uscita didattica (attivita' fuori sede in
      *ASSENZE.DAT) non sono assenze.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Eventi di assenza indicizzati per matricola+data+progressivo
      *(conversione una tantum in ConvertiAssenze): gli eventi di
      *uno studente sono una lettura diretta per chiave
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT FileRitardi ASSIGN TO 'RITARDI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRitardi.
           SELECT FileVerifiche ASSIGN TO 'VERIFICHE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVerifiche.
           SELECT FileInterrogazioni ASSIGN TO 'INTERROGAZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileInterrogazioni.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.

       DATA DIVISION.
       FILE SECTION.
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  RT-Data PIC 9(8).
           05  RT-Tipo PIC X(1).
           05  RT-Orario PIC 9(4).
           05  RT-Ore-Equiv PIC 9V9.
           05  RT-Giustificato PIC X(1).
       FD  FileVerifiche.
       01  FileVerifiche-Record.
           05  VF-Classe PIC X(4).
           05  VF-Data PIC 9(8).
           05  VF-Ora PIC 9(1).
           05  VF-Materia PIC X(20).
           05  VF-Docente PIC X(10).
           05  VF-Data-Annuncio PIC 9(8).
       FD  FileInterrogazioni.
       01  FileInterrogazioni-Record.
           05  IN-Classe PIC X(4).
           05  IN-Materia PIC X(20).
           05  IN-Periodo PIC 9(1).
           05  IN-Data PIC 9(8).
           05  IN-ID-Studente PIC 9(6).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).

       WORKING-STORAGE SECTION.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileVerifiche PIC XX VALUE SPACES.
       01  FS-FileInterrogazioni PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Data-Dal PIC 9(8) VALUE 0.
       01  Data-Al PIC 9(8) VALUE 0.
       01  Anno-Oggi PIC 9(4) VALUE 0.
      *Soglie e scansione delle ore da CONFIG.DAT (SCARTO-PROVE=25,
      *MINIMO-PROVE-MANCATE=2, INIZIO-LEZIONI=0800, DURATA-ORA=60)
       01  Scarto-Prove PIC 99 VALUE 25.
       01  Minimo-Prove-Mancate PIC 99 VALUE 2.
       01  Inizio-Lezioni PIC 9(4) VALUE 0800.
       01  Durata-Ora PIC 99 VALUE 60.
       01  Inizio-Minuti PIC 9(4) VALUE 0.
       01  Ore-Orario PIC 99 VALUE 0.
       01  Minuti-Orario PIC 99 VALUE 0.
       01  Minuti-Prova PIC 9(4) VALUE 0.
       01  Minuti-Entrata PIC 9(4) VALUE 0.
      *Giorni di lezione dell'intervallo; per i giorni di verifica
      *della classe l'ora e la materia della prima verifica
       01  Giorni-Tab.
           05  GT-Voce OCCURS 366 TIMES.
               10  GT-Data PIC 9(8).
               10  GT-Verifica PIC X(1).
               10  GT-Ora PIC 9(1).
               10  GT-Materia PIC X(20).
       01  Giorni-Cont PIC 999 VALUE 0.
       01  Giorni-Idx PIC 999 VALUE 0.
      *Ruolino attivo della classe
       01  Ruolino-Tab.
           05  RU-Voce OCCURS 60 TIMES.
               10  RU-ID PIC 9(6).
               10  RU-Cognome PIC X(30).
               10  RU-Nome PIC X(20).
       01  Ruolino-Cont PIC 99 VALUE 0.
       01  Ruolino-Idx PIC 99 VALUE 0.
      *Interrogazioni previste degli studenti della classe
       01  Interrog-Tab.
           05  IT-Voce OCCURS 2000 TIMES.
               10  IT-ID PIC 9(6).
               10  IT-Data PIC 9(8).
               10  IT-Materia PIC X(20).
       01  Interrog-Cont PIC 9(4) VALUE 0.
       01  Interrog-Idx PIC 9(4) VALUE 0.
      *Entrate posticipate degli studenti della classe
       01  Entrate-Tab.
           05  EN-Voce OCCURS 2000 TIMES.
               10  EN-ID PIC 9(6).
               10  EN-Data PIC 9(8).
               10  EN-Orario PIC 9(4).
       01  Entrate-Cont PIC 9(4) VALUE 0.
       01  Entrate-Idx PIC 9(4) VALUE 0.
       01  Tabelle-Trabocco PIC X VALUE "N".
       01  Assenze-Aperte PIC X VALUE "N".
      *Giorni di assenza dello studente in esame
       01  Assenze-Studente-Tab.
           05  AD-Data OCCURS 366 TIMES PIC 9(8).
       01  Assenze-Studente-Cont PIC 999 VALUE 0.
       01  Assenze-Studente-Idx PIC 999 VALUE 0.
      *Prove mancate dello studente in esame, per la stampa
       01  Mancate-Tab.
           05  MN-Voce OCCURS 50 TIMES.
               10  MN-Data PIC 9(8).
               10  MN-Descrizione PIC X(60).
       01  Mancate-Cont PIC 99 VALUE 0.
       01  Mancate-Idx PIC 99 VALUE 0.
       01  Giorno-Di-Prova PIC X VALUE "N".
       01  Prova-Orale PIC X VALUE "N".
       01  Materia-Prova PIC X(20) VALUE SPACES.
       01  Giorno-Assente PIC X VALUE "N".
       01  Prova-Mancata PIC X VALUE "N".
       01  Descrizione-Mancata PIC X(60) VALUE SPACES.
       01  Giorni-Prova PIC 999 VALUE 0.
       01  Giorni-Ordinari PIC 999 VALUE 0.
       01  Assenze-Prova PIC 999 VALUE 0.
       01  Assenze-Ordinarie PIC 999 VALUE 0.
       01  Perc-Prova PIC 999 VALUE 0.
       01  Perc-Ordinari PIC 999 VALUE 0.
       01  Studenti-Segnalati PIC 99 VALUE 0.
       01  Perc-for PIC ZZ9.
       01  Perc-for-2 PIC ZZ9.
       01  Conta-for PIC ZZ9.
       01  Conta-for-2 PIC ZZ9.
       01  Orario-for PIC 99B99.
       01  riga PIC X(80).
      *Aritmetica delle date, come in GiorniManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1 lunedi' ... 7 domenica)
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Termine-Mese PIC 99 VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(4) VALUE 0.
       01  ZL-Quoziente PIC 9(4) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione rifiuta l'evento; senza file, o con il giorno
      *non ancora registrato, l'evento passa come sempre
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Dal (AAAAMMGG, 0 = inizio dell'anno scolastico): "
           ACCEPT Data-Dal
           DISPLAY "Al (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Al
      *L'anno scolastico parte il 1 settembre; oltre oggi non ci
      *sono assenze da confrontare
           IF Data-Dal = 0
               MOVE Data-Oggi(1:4) TO Anno-Oggi
               IF Data-Oggi(5:2) >= "09"
                   COMPUTE Data-Dal = Anno-Oggi * 10000 + 901
               ELSE
                   COMPUTE Data-Dal = (Anno-Oggi - 1) * 10000 + 901
               END-IF
           END-IF
           IF Data-Al = 0 OR Data-Al > Data-Oggi
               MOVE Data-Oggi TO Data-Al
           END-IF
           IF Data-Al < Data-Dal
               DISPLAY "Intervallo rovesciato"
               STOP RUN
           END-IF
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 0800-CARICA-RUOLINO
           IF Ruolino-Cont = 0
               DISPLAY "Nessuno studente attivo nella classe"
               STOP RUN
           END-IF
           PERFORM 1000-GIORNI-DI-LEZIONE
           PERFORM 1100-CARICA-VERIFICHE
           PERFORM 1200-CARICA-INTERROGAZIONI
           PERFORM 1300-CARICA-ENTRATE
           IF Tabelle-Trabocco = "Y"
               DISPLAY "ATTENZIONE: interrogazioni o entrate della "
                   "classe oltre le 2000 voci: confronto incompleto"
           END-IF
           PERFORM 2000-APRI-PROSPETTO
           OPEN INPUT FileAssenze
           IF FS-FileAssenze = "00"
               MOVE "Y" TO Assenze-Aperte
           END-IF
           MOVE 0 TO Ruolino-Idx
           PERFORM UNTIL Ruolino-Idx >= Ruolino-Cont
               ADD 1 TO Ruolino-Idx
               PERFORM 3000-UNO-STUDENTE
           END-PERFORM
           IF Assenze-Aperte = "Y"
               CLOSE FileAssenze
           END-IF
           PERFORM 4000-CHIUDI-PROSPETTO
           DISPLAY "Studenti esaminati: " Ruolino-Cont
           DISPLAY "Studenti segnalati: " Studenti-Segnalati
           DISPLAY "Prospetto scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: soglie e scansione delle ore
      *dalle righe parola chiave=valore di CONFIG.DAT; le righe
      *sconosciute si saltano
       0300-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:13)
                                   = "SCARTO-PROVE="
                               IF FileConfig-Record(14:2)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(14:2)
                                       TO Scarto-Prove
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:21)
                                   = "MINIMO-PROVE-MANCATE="
                               IF FileConfig-Record(22:2)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(22:2)
                                       TO Minimo-Prove-Mancate
                               ELSE
                                   IF FileConfig-Record(22:1)
                                           IS NUMERIC
                                       MOVE FileConfig-Record(22:1)
                                           TO Minimo-Prove-Mancate
                                   END-IF
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:15)
                                   = "INIZIO-LEZIONI="
                               IF FileConfig-Record(16:4)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(16:4)
                                       TO Inizio-Lezioni
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:11)
                                   = "DURATA-ORA="
                               IF FileConfig-Record(12:2)
                                       IS NUMERIC
                                   AND FileConfig-Record(12:2)
                                       NOT = "00"
                                   MOVE FileConfig-Record(12:2)
                                       TO Durata-Ora
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF
           DIVIDE Inizio-Lezioni BY 100
               GIVING Ore-Orario
               REMAINDER Minuti-Orario
           COMPUTE Inizio-Minuti = Ore-Orario * 60 + Minuti-Orario.

      *Paragrafo 0800-CARICA-RUOLINO: gli studenti attivi della
      *classe (ritirati ed esterni esclusi)
       0800-CARICA-RUOLINO.
           MOVE 0 TO Ruolino-Cont
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           MOVE Classe-Scelta TO ST-Classe
           MOVE "N" TO Fine-Scan
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF ST-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Scan
                       ELSE IF NOT ST-Ritirato-Si
                               AND NOT ST-Esterno-Si
                               AND Ruolino-Cont < 60
                           ADD 1 TO Ruolino-Cont
                           MOVE ST-ID TO RU-ID(Ruolino-Cont)
                           MOVE ST-Cognome TO RU-Cognome(Ruolino-Cont)
                           MOVE ST-Nome TO RU-Nome(Ruolino-Cont)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Studenti.

      *Paragrafo 1000-GIORNI-DI-LEZIONE: i giorni dell'intervallo
      *che GIORNI.DAT non esclude, domeniche escluse
       1000-GIORNI-DI-LEZIONE.
           MOVE 0 TO Giorni-Cont
           MOVE Data-Dal TO Giorno-Dopo
           PERFORM UNTIL Giorno-Dopo > Data-Al OR Giorni-Cont >= 366
               PERFORM 9430-GIORNO-SETTIMANA
               IF Giorno-Settimana < 7
                   MOVE Giorno-Dopo TO Giorno-Da-Controllare
                   PERFORM 9600-CONTROLLA-GIORNO
                   IF Giorno-Di-Lezione = "Y"
                       ADD 1 TO Giorni-Cont
                       MOVE Giorno-Dopo TO GT-Data(Giorni-Cont)
                       MOVE "N" TO GT-Verifica(Giorni-Cont)
                       MOVE 0 TO GT-Ora(Giorni-Cont)
                       MOVE SPACES TO GT-Materia(Giorni-Cont)
                   END-IF
               END-IF
               PERFORM 9410-GIORNO-SUCCESSIVO
           END-PERFORM.

      *Paragrafo 1100-CARICA-VERIFICHE: i giorni di lezione con una
      *verifica annunciata per la classe; con piu' verifiche nello
      *stesso giorno vale la prima ora
       1100-CARICA-VERIFICHE.
           OPEN INPUT FileVerifiche
           IF FS-FileVerifiche = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVerifiche
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF VF-Classe = Classe-Scelta
                                   AND VF-Data >= Data-Dal
                                   AND VF-Data <= Data-Al
                               PERFORM 1150-SEGNA-VERIFICA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVerifiche
           END-IF.

      *Paragrafo 1150-SEGNA-VERIFICA: la verifica letta sul suo
      *giorno di lezione
       1150-SEGNA-VERIFICA.
           MOVE 0 TO Giorni-Idx
           PERFORM UNTIL Giorni-Idx >= Giorni-Cont
               ADD 1 TO Giorni-Idx
               IF GT-Data(Giorni-Idx) = VF-Data
                   IF GT-Verifica(Giorni-Idx) NOT = "Y"
                           OR VF-Ora < GT-Ora(Giorni-Idx)
                       MOVE "Y" TO GT-Verifica(Giorni-Idx)
                       MOVE VF-Ora TO GT-Ora(Giorni-Idx)
                       MOVE VF-Materia TO GT-Materia(Giorni-Idx)
                   END-IF
                   MOVE Giorni-Cont TO Giorni-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1200-CARICA-INTERROGAZIONI: le interrogazioni
      *previste nella classe dentro l'intervallo
       1200-CARICA-INTERROGAZIONI.
           MOVE 0 TO Interrog-Cont
           OPEN INPUT FileInterrogazioni
           IF FS-FileInterrogazioni = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileInterrogazioni
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF IN-Classe = Classe-Scelta
                                   AND IN-Data >= Data-Dal
                                   AND IN-Data <= Data-Al
                               IF Interrog-Cont < 2000
                                   ADD 1 TO Interrog-Cont
                                   MOVE IN-ID-Studente
                                       TO IT-ID(Interrog-Cont)
                                   MOVE IN-Data
                                       TO IT-Data(Interrog-Cont)
                                   MOVE IN-Materia
                                       TO IT-Materia(Interrog-Cont)
                               ELSE
                                   MOVE "Y" TO Tabelle-Trabocco
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileInterrogazioni
           END-IF.

      *Paragrafo 1300-CARICA-ENTRATE: le entrate posticipate degli
      *studenti della classe dentro l'intervallo
       1300-CARICA-ENTRATE.
           MOVE 0 TO Entrate-Cont
           OPEN INPUT FileRitardi
           IF FS-FileRitardi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileRitardi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF RT-Tipo = "R"
                                   AND RT-Data >= Data-Dal
                                   AND RT-Data <= Data-Al
                               PERFORM 1350-ENTRATA-DI-CLASSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRitardi
           END-IF.

      *Paragrafo 1350-ENTRATA-DI-CLASSE: l'entrata letta si tiene
      *se lo studente e' nel ruolino della classe
       1350-ENTRATA-DI-CLASSE.
           MOVE 0 TO Ruolino-Idx
           PERFORM UNTIL Ruolino-Idx >= Ruolino-Cont
               ADD 1 TO Ruolino-Idx
               IF RU-ID(Ruolino-Idx) = RT-ID-Studente
                   IF Entrate-Cont < 2000
                       ADD 1 TO Entrate-Cont
                       MOVE RT-ID-Studente TO EN-ID(Entrate-Cont)
                       MOVE RT-Data TO EN-Data(Entrate-Cont)
                       MOVE RT-Orario TO EN-Orario(Entrate-Cont)
                   ELSE
                       MOVE "Y" TO Tabelle-Trabocco
                   END-IF
                   MOVE Ruolino-Cont TO Ruolino-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 2000-APRI-PROSPETTO: ASSENZE-STRATEGICHE-<classe>
      *.txt con l'intestazione e le soglie usate
       2000-APRI-PROSPETTO.
           MOVE SPACES TO FileOut-Filename
           STRING "ASSENZE-STRATEGICHE-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Assenze nei giorni di prova - classe "
                   DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " dal " DELIMITED BY SIZE
               Data-Dal DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               Data-Al DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Scarto-Prove TO Perc-for
           MOVE Minimo-Prove-Mancate TO Conta-for
           MOVE SPACES TO riga
           STRING "Segnalati: almeno " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " prove mancate e scarto di almeno " DELIMITED BY SIZE
               Perc-for DELIMITED BY SIZE
               " punti" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 3000-UNO-STUDENTE: giorni di prova e giorni
      *ordinari dello studente, assenze negli uni e negli altri e,
      *se lo scarto e' significativo, la voce nel prospetto
       3000-UNO-STUDENTE.
           PERFORM 3100-CARICA-ASSENZE-STUDENTE
           MOVE 0 TO Giorni-Prova
           MOVE 0 TO Giorni-Ordinari
           MOVE 0 TO Assenze-Prova
           MOVE 0 TO Assenze-Ordinarie
           MOVE 0 TO Mancate-Cont
           MOVE 0 TO Giorni-Idx
           PERFORM UNTIL Giorni-Idx >= Giorni-Cont
               ADD 1 TO Giorni-Idx
               PERFORM 3200-UN-GIORNO
           END-PERFORM
           MOVE 0 TO Perc-Prova
           MOVE 0 TO Perc-Ordinari
           IF Giorni-Prova > 0
               COMPUTE Perc-Prova = Assenze-Prova * 100 / Giorni-Prova
           END-IF
           IF Giorni-Ordinari > 0
               COMPUTE Perc-Ordinari =
                   Assenze-Ordinarie * 100 / Giorni-Ordinari
           END-IF
           IF Assenze-Prova >= Minimo-Prove-Mancate
                   AND Assenze-Prova > 0
                   AND Perc-Prova >= Perc-Ordinari + Scarto-Prove
               ADD 1 TO Studenti-Segnalati
               PERFORM 3500-SCRIVI-STUDENTE
           END-IF.

      *Paragrafo 3100-CARICA-ASSENZE-STUDENTE: i giorni di assenza
      *dello studente nell'intervallo, per chiave
       3100-CARICA-ASSENZE-STUDENTE.
           MOVE 0 TO Assenze-Studente-Cont
           IF Assenze-Aperte = "Y"
               MOVE RU-ID(Ruolino-Idx) TO AS-ID-Studente
               MOVE Data-Dal TO AS-Data
               MOVE 0 TO AS-Progressivo
               MOVE "N" TO Fine-Scan
               START FileAssenze KEY IS NOT LESS THAN AS-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileAssenze NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF AS-ID-Studente NOT = RU-ID(Ruolino-Idx)
                                   OR AS-Data > Data-Al
                               MOVE "S" TO Fine-Scan
                           ELSE IF Assenze-Studente-Cont < 366
                                   AND NOT AS-Fuori-Sede
                               ADD 1 TO Assenze-Studente-Cont
                               MOVE AS-Data
                                   TO AD-Data(Assenze-Studente-Cont)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 3200-UN-GIORNO: il giorno di lezione corrente per
      *lo studente: di prova (verifica della classe o sua
      *interrogazione) o ordinario, con o senza assenza
       3200-UN-GIORNO.
           MOVE "N" TO Giorno-Di-Prova
           MOVE "N" TO Prova-Orale
           MOVE SPACES TO Materia-Prova
           IF GT-Verifica(Giorni-Idx) = "Y"
               MOVE "Y" TO Giorno-Di-Prova
               MOVE GT-Materia(Giorni-Idx) TO Materia-Prova
           ELSE
               MOVE 0 TO Interrog-Idx
               PERFORM UNTIL Interrog-Idx >= Interrog-Cont
                   ADD 1 TO Interrog-Idx
                   IF IT-ID(Interrog-Idx) = RU-ID(Ruolino-Idx)
                           AND IT-Data(Interrog-Idx)
                               = GT-Data(Giorni-Idx)
                       MOVE "Y" TO Giorno-Di-Prova
                       MOVE "Y" TO Prova-Orale
                       MOVE IT-Materia(Interrog-Idx) TO Materia-Prova
                       MOVE Interrog-Cont TO Interrog-Idx
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO Giorno-Assente
           MOVE 0 TO Assenze-Studente-Idx
           PERFORM UNTIL Assenze-Studente-Idx >= Assenze-Studente-Cont
               ADD 1 TO Assenze-Studente-Idx
               IF AD-Data(Assenze-Studente-Idx) = GT-Data(Giorni-Idx)
                   MOVE "Y" TO Giorno-Assente
                   MOVE Assenze-Studente-Cont TO Assenze-Studente-Idx
               END-IF
           END-PERFORM
           IF Giorno-Di-Prova NOT = "Y"
               ADD 1 TO Giorni-Ordinari
               IF Giorno-Assente = "Y"
                   ADD 1 TO Assenze-Ordinarie
               END-IF
           ELSE
               ADD 1 TO Giorni-Prova
               MOVE "N" TO Prova-Mancata
               MOVE SPACES TO Descrizione-Mancata
               MOVE Materia-Prova TO Materia-Codice
               PERFORM 9720-CERCA-NOME-MATERIA
               IF Giorno-Assente = "Y"
                   MOVE "Y" TO Prova-Mancata
                   IF Prova-Orale = "Y"
                       STRING "assente all'interrogazione di "
                               DELIMITED BY SIZE
                           Materia-Nome-Esteso DELIMITED BY "  "
                           INTO Descrizione-Mancata
                   ELSE
                       STRING "assente alla verifica di "
                               DELIMITED BY SIZE
                           Materia-Nome-Esteso DELIMITED BY "  "
                           INTO Descrizione-Mancata
                   END-IF
               ELSE IF Prova-Orale NOT = "Y"
                   PERFORM 3300-ENTRATA-DOPO-PROVA
               END-IF
               END-IF
               IF Prova-Mancata = "Y"
                   ADD 1 TO Assenze-Prova
                   IF Mancate-Cont < 50
                       ADD 1 TO Mancate-Cont
                       MOVE GT-Data(Giorni-Idx)
                           TO MN-Data(Mancate-Cont)
                       MOVE Descrizione-Mancata
                           TO MN-Descrizione(Mancate-Cont)
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 3300-ENTRATA-DOPO-PROVA: un'entrata posticipata
      *dopo l'inizio dell'ora della verifica vale come prova
      *mancata
       3300-ENTRATA-DOPO-PROVA.
           COMPUTE Minuti-Prova = Inizio-Minuti
               + (GT-Ora(Giorni-Idx) - 1) * Durata-Ora
           MOVE 0 TO Entrate-Idx
           PERFORM UNTIL Entrate-Idx >= Entrate-Cont
               ADD 1 TO Entrate-Idx
               IF EN-ID(Entrate-Idx) = RU-ID(Ruolino-Idx)
                       AND EN-Data(Entrate-Idx) = GT-Data(Giorni-Idx)
                   DIVIDE EN-Orario(Entrate-Idx) BY 100
                       GIVING Ore-Orario
                       REMAINDER Minuti-Orario
                   COMPUTE Minuti-Entrata = Ore-Orario * 60
                       + Minuti-Orario
                   IF Minuti-Entrata > Minuti-Prova
                       MOVE "Y" TO Prova-Mancata
                       MOVE EN-Orario(Entrate-Idx) TO Orario-for
                       INSPECT Orario-for REPLACING ALL " " BY ":"
                       STRING "entrata alle " DELIMITED BY SIZE
                           Orario-for DELIMITED BY SIZE
                           ", dopo la verifica di " DELIMITED BY SIZE
                           Materia-Nome-Esteso DELIMITED BY "  "
                           INTO Descrizione-Mancata
                       MOVE Entrate-Cont TO Entrate-Idx
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 3500-SCRIVI-STUDENTE: lo studente segnalato, le due
      *percentuali e le date delle prove mancate
       3500-SCRIVI-STUDENTE.
           MOVE SPACES TO riga
           STRING RU-ID(Ruolino-Idx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RU-Cognome(Ruolino-Idx) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               RU-Nome(Ruolino-Idx) DELIMITED BY "  "
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Assenze-Prova TO Conta-for
           MOVE Giorni-Prova TO Conta-for-2
           MOVE Perc-Prova TO Perc-for
           MOVE SPACES TO riga
           STRING "    giorni di prova: mancati " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " su " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               Perc-for DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Assenze-Ordinarie TO Conta-for
           MOVE Giorni-Ordinari TO Conta-for-2
           MOVE Perc-Ordinari TO Perc-for-2
           MOVE SPACES TO riga
           STRING "    giorni ordinari: assente " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " su " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               Perc-for-2 DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Mancate-Idx
           PERFORM UNTIL Mancate-Idx >= Mancate-Cont
               ADD 1 TO Mancate-Idx
               MOVE SPACES TO riga
               STRING "      " DELIMITED BY SIZE
                   MN-Data(Mancate-Idx)(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MN-Data(Mancate-Idx)(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   MN-Data(Mancate-Idx)(1:4) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MN-Descrizione(Mancate-Idx) DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 4000-CHIUDI-PROSPETTO: totali in coda
       4000-CHIUDI-PROSPETTO.
           IF Studenti-Segnalati = 0
               MOVE "Nessuno studente con scarto significativo"
                   TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE Ruolino-Cont TO Conta-for
           MOVE Studenti-Segnalati TO Conta-for-2
           MOVE SPACES TO riga
           STRING "Studenti esaminati: " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "  segnalati: " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 9410-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       9410-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 9420-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 9420-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       9420-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 9430-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9430-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       9600-CONTROLLA-GIORNO.
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           MOVE SPACES TO Giorno-Motivo
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Da-Controllare TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                           MOVE GG-Descrizione TO Giorno-Motivo
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Di-Lezione = "N" AND Giorno-Motivo = SPACES
               EVALUATE GG-Tipo
                   WHEN "F" MOVE "festivita'" TO Giorno-Motivo
                   WHEN "C" MOVE "chiusura straordinaria"
                       TO Giorno-Motivo
                   WHEN "S" MOVE "sciopero" TO Giorno-Motivo
                   WHEN "A" MOVE "assemblea studentesca"
                       TO Giorno-Motivo
                   WHEN OTHER MOVE "giorno senza lezione"
                       TO Giorno-Motivo
               END-EVALUATE
           END-IF.

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

       END PROGRAM AssenzeStrategiche.
