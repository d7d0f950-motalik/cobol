       IDENTIFICATION DIVISION.
       PROGRAM-ID. BorseStudio.

      *Borse di studio per merito: ogni anno il consiglio d'istituto
      *ne assegna alcune e i candidati si graduavano a mano su
      *regole che ognuno ricordava a modo suo. Qui i criteri
      *dell'anno stanno in BORSE-CRITERI.DAT (media minima,
      *condotta minima, debiti ammessi o no, numero massimo di note
      *gravi, fascia di reddito massima, borse per anno di corso e
      *importo) e si applicano a tutti gli studenti con la riga
      *dell'anno in ARCHIVIO-STORICO.IDX. I criteri si controllano
      *in quest'ordine e il primo che manca esclude: esito
      *(PROMOSSO, o MOBILITA per chi rientra dall'estero), media
      *d'anno, condotta dell'ultimo periodo dell'anno in
      *CONDOTTE.DAT, debiti formativi dell'anno in DEBITI.DAT
      *(nessuno, oppure nessuno ancora aperto), note di gravita' G
      *dell'anno in NOTE-DISCIPLINARI.DAT, fascia di reddito
      *dichiarata dalla famiglia (BORSE-REDDITO.DAT, l'ultima
      *dichiarazione vale). La graduatoria per anno di corso ordina
      *per media, a parita' per condotta, poi per fascia di reddito
      *piu' bassa, infine per matricola; va su
      *BORSE-GRADUATORIA-<anno>.txt con gli esclusi e il criterio
      *che li ha esclusi. L'assegnazione registra la borsa in
      *BORSE.DAT con l'importo ed emette la lettera
      *(BORSA-<numero>.txt) numerata sul registro di protocollo
      *(tipo BORSA-STUDIO). La liquidazione scrive la borsa nel
      *partitario dei contributi (CONTRIBUTI.DAT, tipo BORSA, gia'
      *erogata per intero) con il numero di protocollo del mandato
      *(tipo MANDATO-BORSA), cosi' il rendiconto di Contributi la
      *riporta fra le uscite dell'anno.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Registro delle borse assegnate, per anno e matricola
           SELECT FileBorse ASSIGN TO 'BORSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-Chiave
               FILE STATUS IS FS-FileBorse.
      *Criteri deliberati, una riga per anno scolastico
           SELECT FileCriteri ASSIGN TO 'BORSE-CRITERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCriteri.
      *Fasce di reddito dichiarate dalle famiglie
           SELECT FileReddito ASSIGN TO 'BORSE-REDDITO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileReddito.
           SELECT FileArchivio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Chiave
               FILE STATUS IS FS-FileArchivio.
      *Condotte persistite da CHIEDI-CONDOTTA del registro
           SELECT FileCondotte ASSIGN TO 'CONDOTTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCondotte.
           SELECT FileDebiti ASSIGN TO 'DEBITI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileDebiti.
           SELECT FileNote ASSIGN TO 'NOTE-DISCIPLINARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileNote.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Partitario di tasse e contributi (vedi Contributi)
           SELECT FileContributi ASSIGN TO 'CONTRIBUTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-Chiave
               FILE STATUS IS FS-FileContributi.
      *Registro di protocollo: lettera e mandato sono atti
      *ufficiali (vedi Protocollo)
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
      *Stato A assegnata, L liquidata, R rinuncia
       FD  FileBorse.
       01  Borse-Record.
           05  BS-Chiave.
               10  BS-Anno PIC X(9).
               10  BS-ID-Studente PIC 9(6).
           05  BS-Anno-Corso PIC 9(1).
           05  BS-Classe PIC X(4).
           05  BS-Media PIC 99V99.
           05  BS-Condotta PIC 99.
           05  BS-Posizione PIC 999.
           05  BS-Importo PIC 9(5)V99.
           05  BS-Protocollo PIC 9(6).
           05  BS-Data-Assegnazione PIC 9(8).
           05  BS-Stato PIC X(1).
               88  BS-Assegnata VALUE "A".
               88  BS-Liquidata VALUE "L".
               88  BS-Rinuncia VALUE "R".
           05  BS-Data-Liquidazione PIC 9(8).
           05  BS-Protocollo-Mandato PIC 9(6).
           05  BS-Progressivo-Contributi PIC 9(3).
      *Debiti N = nessun debito nell'anno, A = esclude solo un
      *debito ancora aperto; fascia massima 0 = nessun limite
       FD  FileCriteri.
       01  FileCriteri-Record.
           05  BC-Anno PIC X(9).
           05  BC-Media-Minima PIC 99V99.
           05  BC-Condotta-Minima PIC 99.
           05  BC-Debiti PIC X(1).
           05  BC-Note-Gravi-Max PIC 99.
           05  BC-Fascia-Massima PIC 9(1).
           05  BC-Borse-Per-Anno PIC 99.
           05  BC-Importo PIC 9(5)V99.
       FD  FileReddito.
       01  FileReddito-Record.
           05  BR-ID-Studente PIC 9(6).
           05  BR-Anno PIC X(9).
           05  BR-Fascia PIC 9(1).
           05  BR-Data PIC 9(8).
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
               10  FA-ID-Studente PIC 9(6).
               10  FA-Anno-Scolastico PIC X(9).
           05  FA-Cognome PIC X(20).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  FileCondotte.
       01  FileCondotte-Record.
           05  CND-ID-Studente PIC 9(6).
           05  CND-Periodo PIC 9(1).
           05  CND-Voto PIC 99.
           05  CND-Data PIC 9(8).
       FD  FileDebiti.
       01  FileDebiti-Record.
           05  DB-ID-Studente PIC 9(6).
           05  DB-Anno-Scolastico PIC X(9).
           05  DB-Materia PIC X(20).
           05  DB-Stato PIC X(1).
       FD  FileNote.
       01  FileNote-Record.
           05  ND-ID-Studente PIC 9(6).
           05  ND-Data PIC 9(8).
           05  ND-Classe PIC X(4).
           05  ND-Docente PIC X(10).
           05  ND-Gravita PIC X(1).
           05  ND-Testo PIC X(50).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  FileContributi.
       01  Contributi-Record.
           05  CB-Chiave.
               10  CB-ID-Studente PIC 9(6).
               10  CB-Progressivo PIC 9(3).
           05  CB-Anno PIC X(9).
           05  CB-Tipo PIC X(10).
           05  CB-Descrizione PIC X(30).
           05  CB-Importo PIC 9(5)V99.
           05  CB-Scadenza PIC 9(8).
           05  CB-Pagato PIC 9(5)V99.
           05  CB-Data-Pagamento PIC 9(8).
           05  CB-Ricevuta PIC 9(6).
           05  CB-Esonero PIC X(1).
           05  CB-Motivo-Esonero PIC X(30).
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileBorse PIC XX VALUE SPACES.
       01  FS-FileCriteri PIC XX VALUE SPACES.
       01  FS-FileReddito PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileCondotte PIC XX VALUE SPACES.
       01  FS-FileDebiti PIC XX VALUE SPACES.
       01  FS-FileNote PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileContributi PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Risposta PIC X VALUE SPACE.
       01  riga PIC X(80).
      *Anno scolastico delle borse (quello dei risultati) e anno
      *in corso, che numera il protocollo
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Borse PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Anno-Numero PIC 9(4) VALUE 0.
       01  Anno-Numero-2 PIC 9(4) VALUE 0.
       01  Data-Inizio-Anno PIC 9(8) VALUE 0.
       01  Data-Fine-Anno PIC 9(8) VALUE 0.
      *Criteri dell'anno; senza riga in BORSE-CRITERI.DAT valgono
      *questi
       01  Criteri-Anno.
           05  CR-Media-Minima PIC 99V99 VALUE 8.00.
           05  CR-Condotta-Minima PIC 99 VALUE 8.
           05  CR-Debiti PIC X(1) VALUE "N".
           05  CR-Note-Gravi-Max PIC 99 VALUE 0.
           05  CR-Fascia-Massima PIC 9(1) VALUE 0.
           05  CR-Borse-Per-Anno PIC 99 VALUE 1.
           05  CR-Importo PIC 9(5)V99 VALUE 500.00.
       01  Criteri-Tab.
           05  Criteri-Voce OCCURS 20 TIMES PIC X(28).
       01  Criteri-Cont PIC 99 VALUE 0.
       01  Criteri-Idx PIC 99 VALUE 0.
       01  Criteri-Trovati PIC X VALUE "N".
      *Candidati dell'anno; la chiave d'ordinamento mette in fila
      *anno di corso, media decrescente, condotta decrescente,
      *fascia di reddito crescente e matricola
       01  Cand-Tab.
           05  Cand-Voce OCCURS 1000 TIMES.
               10  CD-Chiave-Ord.
                   15  CD-Anno-Corso PIC 9(1).
                   15  CD-Media-Inversa PIC 9(4).
                   15  CD-Condotta-Inversa PIC 99.
                   15  CD-Fascia PIC 9(1).
                   15  CD-Matricola PIC 9(6).
               10  CD-Media PIC 99V99.
               10  CD-Condotta PIC 99.
               10  CD-Cognome PIC X(20).
               10  CD-Classe PIC X(4).
               10  CD-Escluso PIC X(1).
               10  CD-Motivo PIC X(30).
               10  CD-Posizione PIC 999.
       01  Cand-Cont PIC 9(4) VALUE 0.
       01  Cand-Idx PIC 9(4) VALUE 0.
       01  Cand-Idx-2 PIC 9(4) VALUE 0.
       01  Cand-Appoggio PIC X(78) VALUE SPACES.
       01  Cand-Trabocco PIC X VALUE "N".
       01  Scambi-Fatti PIC X VALUE "N".
       01  Graduatoria-Calcolata PIC X VALUE "N".
       01  Anno-Corso-Idx PIC 9 VALUE 0.
       01  Posizione-Corrente PIC 999 VALUE 0.
       01  Esclusi-Anno PIC 999 VALUE 0.
      *Verifica dei criteri sul candidato corrente
       01  Condotta-Voto PIC 99 VALUE 0.
       01  Condotta-Periodo PIC 9 VALUE 0.
       01  Condotta-Presente PIC X VALUE "N".
       01  Debiti-Trovati PIC 99 VALUE 0.
       01  Note-Gravi PIC 99 VALUE 0.
       01  Fascia-Dichiarata PIC 9 VALUE 0.
       01  Motivo-Esclusione PIC X(30) VALUE SPACES.
       01  Numero-for PIC Z9.
       01  Media-for PIC Z9.99.
       01  Importo-for PIC Z(4)9.99.
       01  Posizione-for PIC ZZ9.
      *Borsa corrente
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Importo-Inserito PIC 9(5)V99 VALUE 0.
       01  Borsa-Trovata PIC X VALUE "N".
           88  Borsa-Trovata-Si VALUE "Y".
       01  Progressivo-Massimo PIC 9(3) VALUE 0.
       01  Fine-Voci PIC X VALUE "N".
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
      *Emissione del numero di protocollo
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Protocollo-Tipo PIC X(14) VALUE SPACES.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: anno delle borse, criteri e menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           PERFORM 0600-CARICA-CRITERI
           OPEN I-O FileBorse
           IF FS-FileBorse NOT = "00"
               OPEN OUTPUT FileBorse
               CLOSE FileBorse
               OPEN I-O FileBorse
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "BORSE DI STUDIO PER MERITO - A.S. " Anno-Borse
               DISPLAY "1: Criteri dell'anno"
               DISPLAY "2: Fascia di reddito dichiarata"
               DISPLAY "3: Graduatoria per anno di corso"
               DISPLAY "4: Assegna una borsa (lettera protocollata)"
               DISPLAY "5: Liquida una borsa (partitario contributi)"
               DISPLAY "6: Rinuncia a una borsa"
               DISPLAY "7: Registro delle borse dell'anno"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-CRITERI
                   WHEN 2 PERFORM 2000-FASCIA-REDDITO
                   WHEN 3 PERFORM 3000-GRADUATORIA
                   WHEN 4 PERFORM 4000-ASSEGNA
                   WHEN 5 PERFORM 5000-LIQUIDA
                   WHEN 6 PERFORM 6000-RINUNCIA
                   WHEN 7 PERFORM 6500-REGISTRO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileBorse
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT; le borse si danno sui risultati di
      *quell'anno salvo indicazione diversa. Dall'anno scolastico
      *si ricava il periodo (1 settembre - 31 agosto) per
      *condotte e note
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF
           DISPLAY "Anno scolastico dei risultati (invio = "
               Anno-Corrente "): "
           MOVE SPACES TO Anno-Borse
           ACCEPT Anno-Borse
           IF Anno-Borse = SPACES
               MOVE Anno-Corrente TO Anno-Borse
           END-IF
           MOVE Anno-Borse(1:4) TO Anno-Compatto(1:4)
           MOVE Anno-Borse(6:4) TO Anno-Compatto(5:4)
           MOVE Anno-Borse(1:4) TO Anno-Numero
           MOVE Anno-Borse(6:4) TO Anno-Numero-2
           COMPUTE Data-Inizio-Anno = Anno-Numero * 10000 + 901
           COMPUTE Data-Fine-Anno = Anno-Numero-2 * 10000 + 831.

      *Paragrafo 0600-CARICA-CRITERI: BORSE-CRITERI.DAT in tabella
      *(una riga per anno) e i criteri dell'anno delle borse
       0600-CARICA-CRITERI.
           MOVE 0 TO Criteri-Cont
           MOVE "N" TO Criteri-Trovati
           OPEN INPUT FileCriteri
           IF FS-FileCriteri = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCriteri
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Criteri-Cont < 20
                               ADD 1 TO Criteri-Cont
                               MOVE FileCriteri-Record
                                   TO Criteri-Voce(Criteri-Cont)
                           END-IF
                           IF BC-Anno = Anno-Borse
                               MOVE "Y" TO Criteri-Trovati
                               MOVE FileCriteri-Record(10:19)
                                   TO Criteri-Anno
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCriteri
           END-IF
           IF Criteri-Trovati NOT = "Y"
               DISPLAY "Criteri dell'anno non deliberati: valgono "
                   "quelli predefiniti (vedi menu' 1)"
           END-IF.

      *Paragrafo 1000-CRITERI: mostra e, a richiesta, modifica i
      *criteri dell'anno; BORSE-CRITERI.DAT si riscrive intero
       1000-CRITERI.
           PERFORM 1100-MOSTRA-CRITERI
           DISPLAY "Modificare i criteri? (S/N): "
           MOVE SPACE TO Risposta
           ACCEPT Risposta
           IF Risposta = "S" OR Risposta = "s"
               DISPLAY "Media minima (es. 8.00): "
               ACCEPT CR-Media-Minima
               DISPLAY "Condotta minima: "
               ACCEPT CR-Condotta-Minima
               DISPLAY "Debiti (N = nessun debito nell'anno, A = "
                   "nessun debito ancora aperto): "
               ACCEPT CR-Debiti
               INSPECT CR-Debiti CONVERTING "na" TO "NA"
               IF CR-Debiti NOT = "A"
                   MOVE "N" TO CR-Debiti
               END-IF
               DISPLAY "Note gravi ammesse (numero massimo): "
               ACCEPT CR-Note-Gravi-Max
               DISPLAY "Fascia di reddito massima (1-5, 0 = nessun "
                   "limite): "
               ACCEPT CR-Fascia-Massima
               IF CR-Fascia-Massima > 5
                   MOVE 0 TO CR-Fascia-Massima
               END-IF
               DISPLAY "Borse per anno di corso: "
               ACCEPT CR-Borse-Per-Anno
               DISPLAY "Importo di una borsa (es. 500.00): "
               ACCEPT CR-Importo
               MOVE Anno-Borse TO BC-Anno
               MOVE Criteri-Anno TO FileCriteri-Record(10:19)
               MOVE "N" TO Criteri-Trovati
               MOVE 0 TO Criteri-Idx
               PERFORM UNTIL Criteri-Idx >= Criteri-Cont
                   ADD 1 TO Criteri-Idx
                   IF Criteri-Voce(Criteri-Idx)(1:9) = Anno-Borse
                       MOVE FileCriteri-Record
                           TO Criteri-Voce(Criteri-Idx)
                       MOVE "Y" TO Criteri-Trovati
                   END-IF
               END-PERFORM
               IF Criteri-Trovati NOT = "Y" AND Criteri-Cont < 20
                   ADD 1 TO Criteri-Cont
                   MOVE FileCriteri-Record TO Criteri-Voce(Criteri-Cont)
                   MOVE "Y" TO Criteri-Trovati
               END-IF
               OPEN OUTPUT FileCriteri
               MOVE 0 TO Criteri-Idx
               PERFORM UNTIL Criteri-Idx >= Criteri-Cont
                   ADD 1 TO Criteri-Idx
                   MOVE Criteri-Voce(Criteri-Idx) TO FileCriteri-Record
                   WRITE FileCriteri-Record
               END-PERFORM
               CLOSE FileCriteri
               MOVE "N" TO Graduatoria-Calcolata
               DISPLAY "Criteri registrati"
               MOVE SPACES TO Audit-Descrizione
               STRING "Criteri borse " DELIMITED BY SIZE
                   Anno-Borse DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 1100-MOSTRA-CRITERI: i criteri in vigore
       1100-MOSTRA-CRITERI.
           MOVE CR-Media-Minima TO Media-for
           DISPLAY "Media minima         : " Media-for
           DISPLAY "Condotta minima      : " CR-Condotta-Minima
           IF CR-Debiti = "A"
               DISPLAY "Debiti               : nessuno ancora aperto"
           ELSE
               DISPLAY "Debiti               : nessuno nell'anno"
           END-IF
           DISPLAY "Note gravi ammesse   : " CR-Note-Gravi-Max
           IF CR-Fascia-Massima = 0
               DISPLAY "Fascia di reddito    : nessun limite"
           ELSE
               DISPLAY "Fascia di reddito    : fino a "
                   CR-Fascia-Massima
           END-IF
           DISPLAY "Borse per anno       : " CR-Borse-Per-Anno
           MOVE CR-Importo TO Importo-for
           DISPLAY "Importo              : " Importo-for.

      *Paragrafo 2000-FASCIA-REDDITO: la fascia dichiarata dalla
      *famiglia per l'anno delle borse, accodata al registro
       2000-FASCIA-REDDITO.
           DISPLAY "Matricola: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8000-LEGGI-STUDENTE
           IF FS-Studenti NOT = "00" OR ST-Cognome = SPACES
               DISPLAY "Matricola non in anagrafica"
           ELSE
               DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20)
               MOVE 0 TO BR-Fascia
               PERFORM UNTIL BR-Fascia >= 1 AND BR-Fascia <= 5
                   DISPLAY "Fascia di reddito (1-5): "
                   ACCEPT BR-Fascia
               END-PERFORM
               MOVE Matricola-Scelta TO BR-ID-Studente
               MOVE Anno-Borse TO BR-Anno
               MOVE Data-Oggi TO BR-Data
               OPEN EXTEND FileReddito
               IF FS-FileReddito NOT = "00"
                   OPEN OUTPUT FileReddito
               END-IF
               WRITE FileReddito-Record
               CLOSE FileReddito
               MOVE "N" TO Graduatoria-Calcolata
               DISPLAY "Fascia registrata"
               MOVE SPACES TO Audit-Descrizione
               STRING "Fascia reddito matricola " DELIMITED BY SIZE
                   Matricola-Scelta DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 3000-GRADUATORIA: i candidati dell'anno dalle righe
      *d'archivio, la verifica dei criteri, l'ordinamento e la
      *stampa per anno di corso
       3000-GRADUATORIA.
           MOVE 0 TO Cand-Cont
           MOVE "N" TO Cand-Trabocco
           OPEN INPUT FileArchivio
           IF FS-FileArchivio NOT = "00"
               DISPLAY "ARCHIVIO-STORICO.IDX non presente"
           ELSE
               MOVE LOW-VALUES TO FA-Chiave
               MOVE "N" TO Fine-Scan
               START FileArchivio KEY IS NOT LESS THAN FA-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileArchivio NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF FA-Anno-Scolastico = Anno-Borse
                               PERFORM 3100-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileArchivio
           END-IF
           IF Cand-Trabocco = "Y"
               DISPLAY "ATTENZIONE: oltre 1000 righe d'archivio "
                   "nell'anno - graduatoria non calcolata"
           ELSE IF Cand-Cont = 0
               DISPLAY "Nessuna riga d'archivio per " Anno-Borse
           ELSE
               PERFORM 3500-ORDINA
               PERFORM 3600-STAMPA
               MOVE "Y" TO Graduatoria-Calcolata
               MOVE SPACES TO Audit-Descrizione
               STRING "Graduatoria borse " DELIMITED BY SIZE
                   Anno-Borse DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 3100-CANDIDATO: la riga d'archivio letta entra in
      *tabella con l'esito della verifica dei criteri
       3100-CANDIDATO.
           IF Cand-Cont >= 1000
               MOVE "Y" TO Cand-Trabocco
           ELSE
               ADD 1 TO Cand-Cont
               PERFORM 3200-VERIFICA-CRITERI
               MOVE FA-Classe(1:1) TO CD-Anno-Corso(Cand-Cont)
               COMPUTE CD-Media-Inversa(Cand-Cont) =
                   9999 - FA-Media * 100
               COMPUTE CD-Condotta-Inversa(Cand-Cont) =
                   99 - Condotta-Voto
               IF Fascia-Dichiarata = 0
                   MOVE 9 TO CD-Fascia(Cand-Cont)
               ELSE
                   MOVE Fascia-Dichiarata TO CD-Fascia(Cand-Cont)
               END-IF
               MOVE FA-ID-Studente TO CD-Matricola(Cand-Cont)
               MOVE FA-Media TO CD-Media(Cand-Cont)
               MOVE Condotta-Voto TO CD-Condotta(Cand-Cont)
               MOVE FA-Cognome TO CD-Cognome(Cand-Cont)
               MOVE FA-Classe TO CD-Classe(Cand-Cont)
               MOVE Motivo-Esclusione TO CD-Motivo(Cand-Cont)
               MOVE 0 TO CD-Posizione(Cand-Cont)
               IF Motivo-Esclusione = SPACES
                   MOVE "N" TO CD-Escluso(Cand-Cont)
               ELSE
                   MOVE "S" TO CD-Escluso(Cand-Cont)
               END-IF
           END-IF.

      *Paragrafo 3200-VERIFICA-CRITERI: i criteri nell'ordine
      *dichiarato; il primo che manca e' il motivo d'esclusione
       3200-VERIFICA-CRITERI.
           MOVE SPACES TO Motivo-Esclusione
           PERFORM 3300-CONDOTTA
           PERFORM 3350-DEBITI-E-NOTE
           PERFORM 3400-FASCIA
           IF FA-Esito NOT = "PROMOSSO" AND FA-Esito NOT = "MOBILITA"
               STRING "esito " DELIMITED BY SIZE
                   FA-Esito DELIMITED BY SPACE
                   INTO Motivo-Esclusione
           ELSE IF FA-Media < CR-Media-Minima
               MOVE CR-Media-Minima TO Media-for
               STRING "media sotto " DELIMITED BY SIZE
                   Media-for DELIMITED BY SIZE
                   INTO Motivo-Esclusione
           ELSE IF Condotta-Presente NOT = "Y"
               MOVE "condotta non registrata" TO Motivo-Esclusione
           ELSE IF Condotta-Voto < CR-Condotta-Minima
               MOVE Condotta-Voto TO Numero-for
               STRING "condotta " DELIMITED BY SIZE
                   Numero-for DELIMITED BY SIZE
                   INTO Motivo-Esclusione
           ELSE IF Debiti-Trovati > 0
               MOVE Debiti-Trovati TO Numero-for
               STRING "debiti formativi " DELIMITED BY SIZE
                   Numero-for DELIMITED BY SIZE
                   INTO Motivo-Esclusione
           ELSE IF Note-Gravi > CR-Note-Gravi-Max
               MOVE Note-Gravi TO Numero-for
               STRING "note gravi " DELIMITED BY SIZE
                   Numero-for DELIMITED BY SIZE
                   INTO Motivo-Esclusione
           ELSE IF CR-Fascia-Massima > 0 AND Fascia-Dichiarata = 0
               MOVE "fascia di reddito non dichiarata"
                   TO Motivo-Esclusione
           ELSE IF CR-Fascia-Massima > 0
                   AND Fascia-Dichiarata > CR-Fascia-Massima
               STRING "fascia di reddito " DELIMITED BY SIZE
                   Fascia-Dichiarata DELIMITED BY SIZE
                   INTO Motivo-Esclusione
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo 3300-CONDOTTA: la condotta dell'ultimo periodo
      *dell'anno registrato per lo studente (a parita' di periodo,
      *l'ultima riga)
       3300-CONDOTTA.
           MOVE 0 TO Condotta-Voto
           MOVE 0 TO Condotta-Periodo
           MOVE "N" TO Condotta-Presente
           OPEN INPUT FileCondotte
           IF FS-FileCondotte = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCondotte
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CND-ID-Studente = FA-ID-Studente
                                   AND CND-Data >= Data-Inizio-Anno
                                   AND CND-Data <= Data-Fine-Anno
                                   AND CND-Periodo >= Condotta-Periodo
                               MOVE CND-Periodo TO Condotta-Periodo
                               MOVE CND-Voto TO Condotta-Voto
                               MOVE "Y" TO Condotta-Presente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCondotte
           END-IF.

      *Paragrafo 3350-DEBITI-E-NOTE: debiti formativi dell'anno
      *(tutti, o solo quelli ancora aperti secondo il criterio) e
      *note di gravita' G nel periodo dell'anno
       3350-DEBITI-E-NOTE.
           MOVE 0 TO Debiti-Trovati
           MOVE 0 TO Note-Gravi
           OPEN INPUT FileDebiti
           IF FS-FileDebiti = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileDebiti
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF DB-ID-Studente = FA-ID-Studente
                                   AND DB-Anno-Scolastico = Anno-Borse
                                   AND (CR-Debiti NOT = "A"
                                   OR DB-Stato = "P")
                               ADD 1 TO Debiti-Trovati
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileDebiti
           END-IF
           OPEN INPUT FileNote
           IF FS-FileNote = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileNote
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF ND-ID-Studente = FA-ID-Studente
                                   AND ND-Gravita = "G"
                                   AND ND-Data >= Data-Inizio-Anno
                                   AND ND-Data <= Data-Fine-Anno
                               ADD 1 TO Note-Gravi
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileNote
           END-IF.

      *Paragrafo 3400-FASCIA: l'ultima fascia di reddito
      *dichiarata per l'anno (0 = nessuna dichiarazione)
       3400-FASCIA.
           MOVE 0 TO Fascia-Dichiarata
           OPEN INPUT FileReddito
           IF FS-FileReddito = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileReddito
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF BR-ID-Studente = FA-ID-Studente
                                   AND BR-Anno = Anno-Borse
                               MOVE BR-Fascia TO Fascia-Dichiarata
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileReddito
           END-IF.

      *Paragrafo 3500-ORDINA: candidati per chiave d'ordinamento
      *crescente (scambio a bolle) e posizione in graduatoria dei
      *non esclusi, per anno di corso
       3500-ORDINA.
           MOVE "Y" TO Scambi-Fatti
           PERFORM UNTIL Scambi-Fatti NOT = "Y"
               MOVE "N" TO Scambi-Fatti
               MOVE 1 TO Cand-Idx
               PERFORM UNTIL Cand-Idx >= Cand-Cont
                   COMPUTE Cand-Idx-2 = Cand-Idx + 1
                   IF CD-Chiave-Ord(Cand-Idx)
                           > CD-Chiave-Ord(Cand-Idx-2)
                       MOVE Cand-Voce(Cand-Idx) TO Cand-Appoggio
                       MOVE Cand-Voce(Cand-Idx-2)
                           TO Cand-Voce(Cand-Idx)
                       MOVE Cand-Appoggio TO Cand-Voce(Cand-Idx-2)
                       MOVE "Y" TO Scambi-Fatti
                   END-IF
                   ADD 1 TO Cand-Idx
               END-PERFORM
           END-PERFORM
           MOVE 0 TO Anno-Corso-Idx
           MOVE 0 TO Cand-Idx
           PERFORM UNTIL Cand-Idx >= Cand-Cont
               ADD 1 TO Cand-Idx
               IF CD-Anno-Corso(Cand-Idx) NOT = Anno-Corso-Idx
                   MOVE CD-Anno-Corso(Cand-Idx) TO Anno-Corso-Idx
                   MOVE 0 TO Posizione-Corrente
               END-IF
               IF CD-Escluso(Cand-Idx) = "N"
                   ADD 1 TO Posizione-Corrente
                   MOVE Posizione-Corrente TO CD-Posizione(Cand-Idx)
               END-IF
           END-PERFORM.

      *Paragrafo 3600-STAMPA: per ogni anno di corso la graduatoria
      *(in posizione utile i primi quanti sono le borse) e poi gli
      *esclusi con il criterio, su BORSE-GRADUATORIA-<anno>.txt
       3600-STAMPA.
           MOVE SPACES TO FileOut-Filename
           STRING "BORSE-GRADUATORIA-" DELIMITED BY SIZE
               Anno-Compatto DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "GRADUATORIA BORSE DI STUDIO PER MERITO - A.S. "
               DELIMITED BY SIZE
               Anno-Borse DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE "A parita' di media precede la condotta migliore, "
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "poi la fascia di reddito piu' bassa, poi la "
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE "matricola minore" TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Anno-Corso-Idx
           PERFORM UNTIL Anno-Corso-Idx >= 5
               ADD 1 TO Anno-Corso-Idx
               PERFORM 3700-STAMPA-ANNO-CORSO
           END-PERFORM
           CLOSE FileOut
           DISPLAY "Graduatoria scritta su " FileOut-Filename.

      *Paragrafo 3700-STAMPA-ANNO-CORSO: graduati ed esclusi di un
      *anno di corso
       3700-STAMPA-ANNO-CORSO.
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE CR-Borse-Per-Anno TO Numero-for
           MOVE SPACES TO riga
           STRING "ANNO DI CORSO " DELIMITED BY SIZE
               Anno-Corso-Idx DELIMITED BY SIZE
               " - borse " DELIMITED BY SIZE
               Numero-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Esclusi-Anno
           MOVE 0 TO Cand-Idx
           PERFORM UNTIL Cand-Idx >= Cand-Cont
               ADD 1 TO Cand-Idx
               IF CD-Anno-Corso(Cand-Idx) = Anno-Corso-Idx
                   IF CD-Escluso(Cand-Idx) = "S"
                       ADD 1 TO Esclusi-Anno
                   ELSE
                       MOVE CD-Posizione(Cand-Idx) TO Posizione-for
                       MOVE CD-Media(Cand-Idx) TO Media-for
                       MOVE CD-Condotta(Cand-Idx) TO Numero-for
                       MOVE SPACES TO riga
                       STRING Posizione-for DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Matricola(Cand-Idx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Cognome(Cand-Idx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Classe(Cand-Idx) DELIMITED BY SIZE
                           " media " DELIMITED BY SIZE
                           Media-for DELIMITED BY SIZE
                           " cond. " DELIMITED BY SIZE
                           Numero-for DELIMITED BY SIZE
                           " fascia " DELIMITED BY SIZE
                           CD-Fascia(Cand-Idx) DELIMITED BY SIZE
                           INTO riga
                       IF CD-Fascia(Cand-Idx) = 9
                           MOVE "-" TO riga(65:1)
                       END-IF
                       IF CD-Posizione(Cand-Idx) <= CR-Borse-Per-Anno
                           MOVE "UTILE" TO riga(68:5)
                       END-IF
                       MOVE riga TO FileOut-Record
                       WRITE FileOut-Record
                   END-IF
               END-IF
           END-PERFORM
           IF Esclusi-Anno > 0
               MOVE "  Esclusi:" TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Cand-Idx
               PERFORM UNTIL Cand-Idx >= Cand-Cont
                   ADD 1 TO Cand-Idx
                   IF CD-Anno-Corso(Cand-Idx) = Anno-Corso-Idx
                           AND CD-Escluso(Cand-Idx) = "S"
                       MOVE SPACES TO riga
                       STRING "    " DELIMITED BY SIZE
                           CD-Matricola(Cand-Idx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Cognome(Cand-Idx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Classe(Cand-Idx) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CD-Motivo(Cand-Idx) DELIMITED BY SIZE
                           INTO riga
                       MOVE riga TO FileOut-Record
                       WRITE FileOut-Record
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 4000-ASSEGNA: la borsa va a un candidato non
      *escluso della graduatoria; oltre i posti utili serve una
      *conferma. Registro, protocollo e lettera
       4000-ASSEGNA.
           IF Graduatoria-Calcolata NOT = "Y"
               PERFORM 3000-GRADUATORIA
           END-IF
           IF Graduatoria-Calcolata = "Y"
               DISPLAY "Matricola: "
               MOVE 0 TO Matricola-Scelta
               ACCEPT Matricola-Scelta
               MOVE 0 TO Cand-Idx-2
               MOVE 0 TO Cand-Idx
               PERFORM UNTIL Cand-Idx >= Cand-Cont
                   ADD 1 TO Cand-Idx
                   IF CD-Matricola(Cand-Idx) = Matricola-Scelta
                       MOVE Cand-Idx TO Cand-Idx-2
                   END-IF
               END-PERFORM
               MOVE "N" TO Risposta
               IF Cand-Idx-2 = 0
                   DISPLAY "Matricola non in graduatoria"
               ELSE IF CD-Escluso(Cand-Idx-2) = "S"
                   DISPLAY "Esclusa: " CD-Motivo(Cand-Idx-2)
               ELSE
                   PERFORM 8200-LEGGI-BORSA
                   IF Borsa-Trovata-Si AND NOT BS-Rinuncia
                       DISPLAY "Borsa gia' assegnata per l'anno"
                   ELSE IF CD-Posizione(Cand-Idx-2)
                           > CR-Borse-Per-Anno
                       MOVE CD-Posizione(Cand-Idx-2) TO Posizione-for
                       DISPLAY "Posizione " Posizione-for
                           " oltre le borse dell'anno di corso: "
                           "assegnare comunque (scorrimento)? (S/N): "
                       ACCEPT Risposta
                   ELSE
                       MOVE "S" TO Risposta
                   END-IF
                   END-IF
               END-IF
               END-IF
               IF Risposta = "S" OR Risposta = "s"
                   PERFORM 4100-REGISTRA-ASSEGNAZIONE
               END-IF
           END-IF.

      *Paragrafo 4100-REGISTRA-ASSEGNAZIONE: importo, protocollo
      *della lettera e riga del registro (riscritta dopo una
      *rinuncia)
       4100-REGISTRA-ASSEGNAZIONE.
           MOVE CR-Importo TO Importo-for
           DISPLAY "Importo (invio = " Importo-for "): "
           MOVE 0 TO Importo-Inserito
           ACCEPT Importo-Inserito
           IF Importo-Inserito = 0
               MOVE CR-Importo TO Importo-Inserito
           END-IF
           MOVE "BORSA-STUDIO" TO Protocollo-Tipo
           PERFORM 7000-EMETTI-PROTOCOLLO
           MOVE Anno-Borse TO BS-Anno
           MOVE Matricola-Scelta TO BS-ID-Studente
           MOVE CD-Anno-Corso(Cand-Idx-2) TO BS-Anno-Corso
           MOVE CD-Classe(Cand-Idx-2) TO BS-Classe
           MOVE CD-Media(Cand-Idx-2) TO BS-Media
           MOVE CD-Condotta(Cand-Idx-2) TO BS-Condotta
           MOVE CD-Posizione(Cand-Idx-2) TO BS-Posizione
           MOVE Importo-Inserito TO BS-Importo
           MOVE Protocollo-Numero TO BS-Protocollo
           MOVE Data-Oggi TO BS-Data-Assegnazione
           MOVE "A" TO BS-Stato
           MOVE 0 TO BS-Data-Liquidazione
           MOVE 0 TO BS-Protocollo-Mandato
           MOVE 0 TO BS-Progressivo-Contributi
           IF Borsa-Trovata-Si
               REWRITE Borse-Record
                   INVALID KEY
                       DISPLAY "Borsa non registrata"
               END-REWRITE
           ELSE
               WRITE Borse-Record
                   INVALID KEY
                       DISPLAY "Borsa non registrata"
               END-WRITE
           END-IF
           PERFORM 4200-SCRIVI-LETTERA
           MOVE SPACES TO Audit-Descrizione
           STRING "Borsa " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               " matricola " DELIMITED BY SIZE
               Matricola-Scelta DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

      *Paragrafo 4200-SCRIVI-LETTERA: BORSA-<numero>.txt, la
      *lettera d'assegnazione alla famiglia
       4200-SCRIVI-LETTERA.
           PERFORM 8000-LEGGI-STUDENTE
           MOVE SPACES TO FileOut-Filename
           STRING "BORSA-" DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE "Assegnazione di borsa di studio per merito"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Protocollo n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Alla famiglia di " DELIMITED BY SIZE
               ST-Cognome(1:25) DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome(1:20) DELIMITED BY "  "
               " (matr. " DELIMITED BY SIZE
               Matricola-Scelta DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Sulla base dei criteri deliberati per l'anno "
               DELIMITED BY SIZE
               "scolastico " DELIMITED BY SIZE
               Anno-Borse DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE BS-Media TO Media-for
           MOVE BS-Posizione TO Posizione-for
           MOVE SPACES TO riga
           STRING "(classe " DELIMITED BY SIZE
               BS-Classe DELIMITED BY SPACE
               ", media " DELIMITED BY SIZE
               Media-for DELIMITED BY SIZE
               ", posizione " DELIMITED BY SIZE
               Posizione-for DELIMITED BY SIZE
               " nella graduatoria del " DELIMITED BY SIZE
               BS-Anno-Corso DELIMITED BY SIZE
               " anno)" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE BS-Importo TO Importo-for
           MOVE SPACES TO riga
           STRING "e' assegnata una borsa di studio per merito di "
               DELIMITED BY SIZE
               "euro " DELIMITED BY SIZE
               Importo-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE "La liquidazione sara' comunicata dalla segreteria."
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Il dirigente scolastico" TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Lettera scritta su " FileOut-Filename.

      *Paragrafo 5000-LIQUIDA: la borsa assegnata entra nel
      *partitario dei contributi come voce BORSA erogata per
      *intero, con il protocollo del mandato come ricevuta
       5000-LIQUIDA.
           DISPLAY "Matricola: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8200-LEGGI-BORSA
           IF NOT Borsa-Trovata-Si
               DISPLAY "Nessuna borsa per la matricola nell'anno"
           ELSE IF NOT BS-Assegnata
               DISPLAY "Borsa gia' liquidata o rinunciata"
           ELSE
               OPEN I-O FileContributi
               IF FS-FileContributi = "35"
                   OPEN OUTPUT FileContributi
                   CLOSE FileContributi
                   OPEN I-O FileContributi
               END-IF
               IF FS-FileContributi NOT = "00"
                   DISPLAY "Impossibile aprire CONTRIBUTI.DAT"
               ELSE
                   MOVE "MANDATO-BORSA" TO Protocollo-Tipo
                   PERFORM 7000-EMETTI-PROTOCOLLO
                   PERFORM 5100-PROSSIMO-PROGRESSIVO
                   MOVE Matricola-Scelta TO CB-ID-Studente
                   MOVE Progressivo-Massimo TO CB-Progressivo
                   MOVE Anno-Corrente TO CB-Anno
                   MOVE "BORSA" TO CB-Tipo
                   MOVE SPACES TO CB-Descrizione
                   STRING "Borsa di merito prot. " DELIMITED BY SIZE
                       BS-Protocollo DELIMITED BY SIZE
                       INTO CB-Descrizione
                   MOVE BS-Importo TO CB-Importo
                   MOVE Data-Oggi TO CB-Scadenza
                   MOVE BS-Importo TO CB-Pagato
                   MOVE Data-Oggi TO CB-Data-Pagamento
                   MOVE Protocollo-Numero TO CB-Ricevuta
                   MOVE SPACE TO CB-Esonero
                   MOVE SPACES TO CB-Motivo-Esonero
                   WRITE Contributi-Record
                       INVALID KEY
                           DISPLAY "Voce del partitario non scritta"
                   END-WRITE
                   CLOSE FileContributi
                   MOVE "L" TO BS-Stato
                   MOVE Data-Oggi TO BS-Data-Liquidazione
                   MOVE Protocollo-Numero TO BS-Protocollo-Mandato
                   MOVE Progressivo-Massimo
                       TO BS-Progressivo-Contributi
                   REWRITE Borse-Record
                       INVALID KEY
                           DISPLAY "Liquidazione non registrata"
                   END-REWRITE
                   MOVE BS-Importo TO Importo-for
                   DISPLAY "Borsa liquidata: euro " Importo-for
                       ", mandato prot. " Protocollo-Numero
                       ", voce " Progressivo-Massimo
                       " del partitario"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Liquidata borsa matricola " DELIMITED BY SIZE
                       Matricola-Scelta DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF
           END-IF.

      *Paragrafo 5100-PROSSIMO-PROGRESSIVO: l'ultimo progressivo
      *della matricola nel partitario piu' uno
       5100-PROSSIMO-PROGRESSIVO.
           MOVE 0 TO Progressivo-Massimo
           MOVE Matricola-Scelta TO CB-ID-Studente
           MOVE 0 TO CB-Progressivo
           START FileContributi KEY IS NOT LESS THAN CB-Chiave
               INVALID KEY MOVE "S" TO Fine-Voci
               NOT INVALID KEY MOVE "N" TO Fine-Voci
           END-START
           PERFORM UNTIL Fine-Voci = "S"
               READ FileContributi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voci
                   NOT AT END
                       IF CB-ID-Studente = Matricola-Scelta
                           MOVE CB-Progressivo TO Progressivo-Massimo
                       ELSE
                           MOVE "S" TO Fine-Voci
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO Progressivo-Massimo.

      *Paragrafo 6000-RINUNCIA: la famiglia rinuncia a una borsa
      *non ancora liquidata; si puo' assegnare allo scorrimento
       6000-RINUNCIA.
           DISPLAY "Matricola: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           PERFORM 8200-LEGGI-BORSA
           IF NOT Borsa-Trovata-Si
               DISPLAY "Nessuna borsa per la matricola nell'anno"
           ELSE IF NOT BS-Assegnata
               DISPLAY "Borsa gia' liquidata o rinunciata"
           ELSE
               MOVE "R" TO BS-Stato
               REWRITE Borse-Record
                   INVALID KEY
                       DISPLAY "Rinuncia non registrata"
               END-REWRITE
               DISPLAY "Rinuncia registrata: la borsa passa al "
                   "primo utile non assegnato"
               MOVE SPACES TO Audit-Descrizione
               STRING "Rinuncia borsa matricola " DELIMITED BY SIZE
                   Matricola-Scelta DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF
           END-IF.

      *Paragrafo 6500-REGISTRO: le borse dell'anno con stato,
      *importo e protocolli
       6500-REGISTRO.
           MOVE Anno-Borse TO BS-Anno
           MOVE 0 TO BS-ID-Studente
           MOVE "N" TO Fine-Scan
           START FileBorse KEY IS NOT LESS THAN BS-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileBorse NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF BS-Anno NOT = Anno-Borse
                           MOVE "S" TO Fine-Scan
                       ELSE
                           MOVE BS-Importo TO Importo-for
                           MOVE BS-Media TO Media-for
                           DISPLAY BS-ID-Studente " " BS-Classe
                               " anno " BS-Anno-Corso " media "
                               Media-for " euro " Importo-for
                               " prot. " BS-Protocollo " stato "
                               BS-Stato " mandato "
                               BS-Protocollo-Mandato
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno in corso (massimo emesso piu' uno) e la riga di
      *registro del tipo in Protocollo-Tipo
       7000-EMETTI-PROTOCOLLO.
           DISPLAY "Sigla operatore per il protocollo: "
           ACCEPT Operatore-Protocollo
           MOVE 0 TO Protocollo-Numero
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo = "00"
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           IF PRT-Anno = Anno-Corrente
                                   AND PRT-Numero
                                       > Protocollo-Numero
                               MOVE PRT-Numero
                                   TO Protocollo-Numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
           END-IF
           ADD 1 TO Protocollo-Numero
           OPEN EXTEND FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               OPEN OUTPUT FileProtocollo
           END-IF
           MOVE Protocollo-Numero TO PRT-Numero
           MOVE Anno-Corrente TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE Protocollo-Tipo TO PRT-Tipo
           MOVE Matricola-Scelta TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-LEGGI-STUDENTE: anagrafica di
      *Matricola-Scelta (nomi in bianco se manca)
       8000-LEGGI-STUDENTE.
           MOVE SPACES TO ST-Cognome
           MOVE SPACES TO ST-Nome
           MOVE SPACES TO ST-Classe
           OPEN INPUT Studenti
           IF FS-Studenti = "00"
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY
                       MOVE SPACES TO ST-Cognome
                       MOVE SPACES TO ST-Nome
                       MOVE SPACES TO ST-Classe
               END-READ
               CLOSE Studenti
           END-IF.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8200-LEGGI-BORSA: la borsa dell'anno di
      *Matricola-Scelta, se registrata
       8200-LEGGI-BORSA.
           MOVE Anno-Borse TO BS-Anno
           MOVE Matricola-Scelta TO BS-ID-Studente
           MOVE "N" TO Borsa-Trovata
           READ FileBorse
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO Borsa-Trovata
           END-READ.

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

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM BorseStudio.
