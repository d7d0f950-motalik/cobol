
      *Lista d'allerta settimanale per gli studenti in calo: il
      *cruscotto di preside mostra gli aggregati di classe, ma lo
      *scivolone del singolo si vede solo allo scrutinio. Questo passo
      *batch (pensato per la catena di fine giornata, una volta a
      *settimana) scorre le medie di MEDIE.DAT e segnala per classe: chi
      *ha la media complessiva in calo oltre la soglia rispetto al giro
      *precedente, chi e' appena sceso sotto la sufficienza in una
      *materia (media pesata dell'ultimo periodo, la stessa del
      *registro), chi non ha voti da troppe settimane (su
      *ME-Data-Ultimo-Voto). Lo stato del giro precedente resta in
      *SEGNALI-STATO.DAT, cosi' "nuovo questa settimana" e' vero;
      *l'esito va in un file per classe SEGNALI-<classe>.txt, ricreato a
      *ogni giro (il primo segnale della classe lo riapre da zero: i
      *segnali della settimana scorsa non si mescolano a quelli nuovi),
      *per il coordinatore. Il ruolino di STUDENTI.DAT completa il giro:
      *chi non ha nessuna media in MEDIE.DAT - che lo scorrimento delle
      *medie non vedrebbe mai - esce comunque come FERMO. Soglie da
      *CONFIG.DAT (SOGLIA-CALO=, SETTIMANE-SENZA-VOTI=), con i default
      *0.5 e 3.
      *Chi e' all'estero per la mobilita' internazionale (MOBILITA.DAT,
      *vedi Mobilita) non frequenta e non prende voti qui: finche'
      *la data odierna cade nel soggiorno i suoi segnali si
      *trattengono e si contano a parte.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Medie di materia gia' calcolate, tenute in linea da chi
      *scrive VOTI.DAT (e ricostruite ogni notte da RicalcolaMedie)
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
           SELECT FileStato ASSIGN TO 'SEGNALI-STATO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileStato.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
      *Il ruolino completa la lista: chi non ha voti non compare
      *in MEDIE.DAT ma deve comparire tra i segnali
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Soggiorni di mobilita' internazionale, per matricola e anno
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
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
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
      *Stato del giro precedente: una riga per studente+materia,
      *piu' la riga TUTTE con la media complessiva
       FD  FileStato.
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
      *Periodo 0 = anno intero; colloquio P/N/in bianco
       FD  FileMobilita.
       01  FileMobilita-Record.
           05  MB-Chiave.
               10  MB-ID-Studente PIC 9(6).
               10  MB-Anno PIC X(9).
           05  MB-Paese PIC X(20).
           05  MB-Scuola PIC X(40).
           05  MB-Dal PIC 9(8).
           05  MB-Al PIC 9(8).
           05  MB-Periodo PIC 9(1).
           05  MB-Data-Registrazione PIC 9(8).
           05  MB-Colloquio PIC X(1).
           05  MB-Data-Colloquio PIC 9(8).
           05  MB-Note-Colloquio PIC X(40).
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
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileStato PIC XX VALUE SPACES.
       01  FS-FileStatoNew PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileMobilita PIC XX VALUE SPACES.
      *Soggiorno all'estero in corso per lo studente corrente
       01  Mobilita-Aperta PIC X VALUE "N".
       01  Mobilita-In-Corso PIC X VALUE "N".
       01  Mobilita-Matricola PIC 9(6) VALUE 0.
       01  Fine-Mobilita PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Segnali-Mobilita PIC 9(4) VALUE 0.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
       01  Fine-Studenti PIC X VALUE "N".
       01  Studenti-Aperti PIC X VALUE "N".
      *Classi gia' aperte in questo giro: il primo segnale di una
      *classe ricrea il file, i successivi vi si accodano (come
      *LettereFamiglie con i file LETTERE-)
       01  Classi-Aperte-Cont PIC 99 VALUE 0.
       01  Classi-A-Idx PIC 99 VALUE 0.
       01  Classe-Gia-Aperta PIC X VALUE "N".
      *Le matricole viste nello scorrimento delle medie: chi manca
      *all'appello e' senza voti e va segnalato FERMO. Il trabocco
      *si grida e sospende il solo giro FERMO: con la tabella
      *monca uscirebbero FERMO falsi per chi i voti li ha
       01  Cifra-Intera PIC 9 VALUE 0.
       01  Cifra-Decimale PIC 9 VALUE 0.
       01  Conta-Occorrenze PIC 99 VALUE 0.
      *Accumuli dello studente corrente (la chiave di MEDIE.DAT
      *raggruppa gia' per matricola, e per periodo dentro la
      *matricola: la media di materia che resta in tabella e' quella
      *dell'ultimo periodo)
       01  ID-Corrente PIC 9(6) VALUE 0.
       01  Classe-Corrente PIC X(4) VALUE SPACES.
       01  Cognome-Corrente PIC X(20) VALUE SPACES.
       01  Mat-Tab.
           05  Mat-Voce OCCURS 30 TIMES.
               10  MT-Materia PIC X(20).
               10  MT-Media PIC 99V9.
       01  Mat-Cont PIC 99 VALUE 0.
       01  Mat-Idx PIC 99 VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 0400-CALCOLA-DATA-LIMITE
           PERFORM 0500-CARICA-STATO
           PERFORM 9700-CARICA-CATALOGO
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           MOVE "N" TO Mobilita-Aperta
           OPEN INPUT FileMobilita
           IF FS-FileMobilita = "00"
               MOVE "Y" TO Mobilita-Aperta
           END-IF
           OPEN OUTPUT FileStatoNew
           OPEN INPUT FileMedie
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non presente: va ricostruito con "
                   "RicalcolaMedie"
               STOP RUN
           END-IF
      *Il cognome viene dal ruolino: la riga delle medie non lo ha
           MOVE "N" TO Studenti-Aperti
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE "Y" TO Studenti-Aperti
           END-IF
           MOVE LOW-VALUES TO ME-Chiave
           MOVE "N" TO Fine-Scan
           START FileMedie KEY IS NOT LESS THAN ME-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           MOVE 0 TO ID-Corrente
           PERFORM UNTIL Fine-Scan = "S"
               READ FileMedie NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                       PERFORM 3000-CHIUDI-STUDENTE
                   NOT AT END
                       IF ME-ID-Studente NOT = ID-Corrente
                           PERFORM 3000-CHIUDI-STUDENTE
                           MOVE ME-ID-Studente TO ID-Corrente
                           PERFORM 2100-LEGGI-COGNOME
                       END-IF
                       MOVE ME-Classe TO Classe-Corrente
                       PERFORM 2000-ACCUMULA-MEDIA
               END-READ
           END-PERFORM
           CLOSE FileMedie
           IF Studenti-Aperti = "Y"
               CLOSE Studenti
           END-IF
      *Il giro sul ruolino segnala chi non e' mai comparso tra i
      *voti: il caso piu' fermo di tutti. Con la tabella dei visti
      *traboccata il giro salterebbe alle conclusioni sbagliate e
               PERFORM 8000-GIRO-SENZA-VOTI
           END-IF
           CLOSE FileStatoNew
           IF Mobilita-Aperta = "Y"
               CLOSE FileMobilita
           END-IF
           PERFORM 7000-SALVA-STATO
           DISPLAY "Segnali emessi: " Segnali-Emessi
           IF Segnali-Mobilita > 0
               DISPLAY "Segnali trattenuti per mobilita' "
                   "internazionale in corso: " Segnali-Mobilita
           END-IF
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: soglie dalle righe parola
               CLOSE FileStato
           END-IF.

      *Paragrafo 2000-ACCUMULA-MEDIA: la riga di MEDIE.DAT corrente
      *nei totali dello studente; la media della materia e' quella
      *della riga, le righe dei periodi successivi la sostituiscono
       2000-ACCUMULA-MEDIA.
           ADD ME-Tot-Voti TO Somma-Totale
           ADD ME-Cont-Voti TO Conta-Totale
           IF ME-Data-Ultimo-Voto > Ultima-Data-Voto
               MOVE ME-Data-Ultimo-Voto TO Ultima-Data-Voto
           END-IF
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Mat-Idx
           PERFORM UNTIL Mat-Idx >= Mat-Cont
               ADD 1 TO Mat-Idx
               IF MT-Materia(Mat-Idx) = ME-Materia
                   MOVE "Y" TO Voce-Trovata
                   MOVE ME-Media-Pesata TO MT-Media(Mat-Idx)
                   MOVE Mat-Cont TO Mat-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata NOT = "Y" AND Mat-Cont < 30
               ADD 1 TO Mat-Cont
               MOVE ME-Materia TO MT-Materia(Mat-Cont)
               MOVE ME-Media-Pesata TO MT-Media(Mat-Cont)
           END-IF.

      *Paragrafo 2100-LEGGI-COGNOME: il cognome della matricola
      *corrente dal ruolino (in bianco se non vi compare)
       2100-LEGGI-COGNOME.
           MOVE SPACES TO Cognome-Corrente
           IF Studenti-Aperti = "Y"
               MOVE ID-Corrente TO ST-ID
               READ Studenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-Cognome(1:20) TO Cognome-Corrente
               END-READ
           END-IF.

      *Paragrafo 3000-CHIUDI-STUDENTE: a fine gruppo si valutano i
                   MOVE "Y" TO Visti-Trabocco
               END-IF
           END-IF
           MOVE ID-Corrente TO Mobilita-Matricola
           PERFORM 3300-CONTROLLA-MOBILITA
           IF ID-Corrente NOT = 0 AND Conta-Totale > 0
               COMPUTE Media-Attuale ROUNDED =
                   Somma-Totale / Conta-Totale
               MOVE 0 TO Mat-Idx
               PERFORM UNTIL Mat-Idx >= Mat-Cont
                   ADD 1 TO Mat-Idx
                   MOVE MT-Media(Mat-Idx) TO Media-Materia
                   MOVE ID-Corrente TO SS-ID-Studente
                   MOVE MT-Materia(Mat-Idx) TO SS-Materia
                   MOVE Media-Materia TO SS-Media
      *Paragrafo 3200-VALUTA-MATERIA: la materia e' appena scesa
      *sotto la sufficienza? (prima sopra o assente, ora sotto)
       3200-VALUTA-MATERIA.
           MOVE MT-Media(Mat-Idx) TO Media-Materia
           IF Media-Materia < SOGLIA-SUFFICIENZA
               MOVE "N" TO Stato-Presente
               MOVE 99 TO Media-Precedente
               IF Stato-Presente NOT = "Y"
                       OR Media-Precedente >= SOGLIA-SUFFICIENZA
                   MOVE Media-Materia TO media-for
                   MOVE MT-Materia(Mat-Idx) TO Materia-Codice
                   PERFORM 9720-CERCA-NOME-MATERIA
                   MOVE SPACES TO riga
                   STRING "INSUFF " DELIMITED BY SIZE
                       Cognome-Corrente DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Nome-Esteso(1:20) DELIMITED BY SIZE
                       " media " DELIMITED BY SIZE
                       media-for DELIMITED BY SIZE
                       INTO riga
               END-IF
           END-IF.

      *Paragrafo 3300-CONTROLLA-MOBILITA: la data odierna cade in
      *un soggiorno all'estero di Mobilita-Matricola? Si scorrono le
      *righe della matricola (una per anno scolastico)
       3300-CONTROLLA-MOBILITA.
           MOVE "N" TO Mobilita-In-Corso
           IF Mobilita-Aperta = "Y" AND Mobilita-Matricola NOT = 0
               MOVE Mobilita-Matricola TO MB-ID-Studente
               MOVE LOW-VALUES TO MB-Anno
               MOVE "N" TO Fine-Mobilita
               START FileMobilita KEY IS NOT LESS THAN MB-Chiave
                   INVALID KEY MOVE "S" TO Fine-Mobilita
               END-START
               PERFORM UNTIL Fine-Mobilita = "S"
                   READ FileMobilita NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Mobilita
                       NOT AT END
                           IF MB-ID-Studente NOT = Mobilita-Matricola
                               MOVE "S" TO Fine-Mobilita
                           ELSE IF Data-Oggi >= MB-Dal
                                   AND Data-Oggi <= MB-Al
                               MOVE "Y" TO Mobilita-In-Corso
                               MOVE "S" TO Fine-Mobilita
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 6000-SCRIVI-SEGNALE: accoda la riga al file della
      *classe dello studente (SEGNALI-<classe>.txt); durante un
      *soggiorno all'estero il segnale si trattiene e si conta
       6000-SCRIVI-SEGNALE.
           IF Mobilita-In-Corso = "Y"
               ADD 1 TO Segnali-Mobilita
           ELSE
               PERFORM 6100-ACCODA-SEGNALE
           END-IF.

      *Paragrafo 6100-ACCODA-SEGNALE: la riga nel file della classe
       6100-ACCODA-SEGNALE.
           MOVE SPACES TO FileOut-Filename
           STRING "SEGNALI-" DELIMITED BY SIZE
               Classe-Corrente DELIMITED BY SPACE
                   MOVE Visti-Cont TO Visti-Idx
               END-IF
           END-PERFORM
           MOVE ST-ID TO Mobilita-Matricola
           PERFORM 3300-CONTROLLA-MOBILITA
           IF Matricola-Vista NOT = "Y"
               MOVE ST-Classe TO Classe-Corrente
               MOVE ST-Cognome(1:20) TO Cognome-Corrente
           CLOSE FileStatoNew
           CLOSE FileStato.

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

       END PROGRAM SegnaliAllarme.
