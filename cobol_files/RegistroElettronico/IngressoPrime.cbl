       IDENTIFICATION DIVISION.
       PROGRAM-ID. IngressoPrime.

      *Dati d'ingresso degli alunni e delle alunne di prima: il voto
      *d'esame della secondaria di primo grado e il consiglio
      *orientativo arrivavano su carta dalle medie, i test
      *d'ingresso di settembre (italiano, matematica, inglese) li
      *raccoglieva la commissione accoglienza, e FormaClassi
      *collocava le prime alla cieca con media convenzionale 6. Qui
      *ogni iscritto/a di prima ha una scheda in INGRESSO-PRIME.DAT
      *per matricola. Il voto e il consiglio si importano
      *dall'estratto delle medie (INGRESSO-MEDIE.DAT: cognome, nome,
      *data di nascita, voto, lode, consiglio, scuola) riconoscendo
      *lo studente dalla sua domanda d'iscrizione confermata in
      *ISCRIZIONI.DAT; le righe non riconosciute vanno motivate su
      *INGRESSO-SCARTI.DAT come fa InvalsiImport. Voto, consiglio e
      *test si possono anche battere a mano per matricola. Ogni
      *scheda porta l'indice d'ingresso in decimi: la media fra voto
      *d'esame e test (in decimi), o quello dei due che c'e'; e'
      *l'indice che FormaClassi usa per bilanciare le sezioni di
      *prima. Per il primo consiglio di classe il coordinatore o la
      *coordinatrice ha il profilo d'ingresso della classe su
      *PROFILO-INGRESSO-<classe>.txt: studente per studente e in
      *sintesi fasce di voto, medie dei test, test sotto la
      *sufficienza e consigli orientativi.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileIngresso ASSIGN TO 'INGRESSO-PRIME.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-Matricola
               FILE STATUS IS FS-FileIngresso.
      *Estratto degli esiti cosi' come arriva dalle scuole medie
           SELECT FileMedie ASSIGN TO 'INGRESSO-MEDIE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileMedie.
      *Righe dell'estratto rifiutate con la motivazione
           SELECT FileScarti ASSIGN TO 'INGRESSO-SCARTI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScarti.
           SELECT FileIscrizioni ASSIGN TO 'ISCRIZIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-Numero
               FILE STATUS IS FS-FileIscrizioni.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
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
      *Voto d'esame 6-10 (0 = non pervenuto), consiglio orientativo
      *L liceo, T tecnico, P professionale, F formazione
      *professionale (spazio = non pervenuto); test in centesimi,
      *validi solo con IG-Test-Svolti = "S"
       FD  FileIngresso.
       01  Ingresso-Record.
           05  IG-Matricola PIC 9(6).
           05  IG-Scuola-Media PIC X(30).
           05  IG-Voto-Medie PIC 99.
           05  IG-Lode PIC X(1).
           05  IG-Consiglio PIC X(1).
           05  IG-Test-Svolti PIC X(1).
           05  IG-Test-Italiano PIC 9(3).
           05  IG-Test-Matematica PIC 9(3).
           05  IG-Test-Inglese PIC 9(3).
           05  IG-Indice PIC 99V99.
           05  IG-Fonte PIC X(1).
           05  IG-Data-Aggiornamento PIC 9(8).
       FD  FileMedie.
       01  FileMedie-Record.
           05  IM-Cognome PIC X(30).
           05  IM-Nome PIC X(30).
           05  IM-Data-Nascita PIC 9(8).
           05  IM-Voto PIC 99.
           05  IM-Lode PIC X(1).
           05  IM-Consiglio PIC X(1).
           05  IM-Scuola PIC X(30).
       FD  FileScarti.
       01  FileScarti-Record PIC X(80).
      *Domande d'iscrizione alle prime, come in Iscrizioni
       FD  FileIscrizioni.
       01  Iscrizioni-Record.
           05  IS-Numero PIC 9(5).
           05  IS-Anno PIC X(9).
           05  IS-Data-Domanda PIC 9(8).
           05  IS-Cognome PIC X(30).
           05  IS-Nome PIC X(30).
           05  IS-Data-Nascita PIC 9(8).
           05  IS-Contatto PIC X(40).
           05  IS-Indirizzo PIC X(6).
           05  IS-Indirizzo-2 PIC X(6).
           05  IS-Fratello PIC 9(6).
           05  IS-Fratello-Verificato PIC X(1).
           05  IS-Fascia-Distanza PIC 9(1).
           05  IS-Scuola-Provenienza PIC X(30).
           05  IS-Scuola-Raccordo PIC X(1).
           05  IS-Punti PIC 9(3).
           05  IS-Indirizzo-Assegnato PIC X(6).
           05  IS-Dirottata PIC X(1).
           05  IS-Posizione PIC 9(4).
           05  IS-Stato PIC X(1).
               88  IS-Confermata VALUE "C".
           05  IS-Matricola PIC 9(6).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
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
       01  FS-FileIngresso PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileScarti PIC XX VALUE SPACES.
       01  FS-FileIscrizioni PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
       01  Righe-Lette PIC 9(5) VALUE 0.
       01  Righe-Accettate PIC 9(5) VALUE 0.
       01  Righe-Scartate PIC 9(5) VALUE 0.
       01  Motivo-Scarto PIC X(20) VALUE SPACES.
      *Iscrizioni confermate, per riconoscere le righe dell'estratto
       01  Confermate-Tab.
           05  Confermata-Voce OCCURS 500 TIMES.
               10  CO-Cognome PIC X(30).
               10  CO-Nome PIC X(30).
               10  CO-Data-Nascita PIC 9(8).
               10  CO-Matricola PIC 9(6).
       01  Confermate-Cont PIC 999 VALUE 0.
       01  Confermate-Idx PIC 999 VALUE 0.
       01  Matricola-Trovata PIC 9(6) VALUE 0.
      *Scheda corrente
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Scheda-Nuova PIC X VALUE "N".
       01  Dati-Validi PIC X VALUE "N".
       01  Somma-Test PIC 9(3) VALUE 0.
       01  Indice-Test PIC 99V99 VALUE 0.
      *Profilo d'ingresso della classe
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Prof-Studenti PIC 999 VALUE 0.
       01  Prof-Senza-Dati PIC 999 VALUE 0.
       01  Prof-Con-Voto PIC 999 VALUE 0.
       01  Prof-Con-Test PIC 999 VALUE 0.
       01  Prof-Fasce.
           05  Prof-Fascia OCCURS 6 TIMES PIC 999.
       01  Prof-Consigli.
           05  Prof-Consiglio OCCURS 5 TIMES PIC 999.
       01  Prof-Somma-Ita PIC 9(6) VALUE 0.
       01  Prof-Somma-Mat PIC 9(6) VALUE 0.
       01  Prof-Somma-Ing PIC 9(6) VALUE 0.
       01  Prof-Sotto-Ita PIC 999 VALUE 0.
       01  Prof-Sotto-Mat PIC 999 VALUE 0.
       01  Prof-Sotto-Ing PIC 999 VALUE 0.
       01  Prof-Somma-Indice PIC 9(6)V99 VALUE 0.
       01  Prof-Idx PIC 9 VALUE 0.
      *Soglia della sufficienza nei test d'ingresso, in centesimi
       01  SOGLIA-TEST PIC 9(3) VALUE 60.
      *Etichette delle fasce di voto e dei consigli nel profilo
       01  Fasce-Etichette-Dati.
           05  FILLER PIC X(10) VALUE "6         ".
           05  FILLER PIC X(10) VALUE "7         ".
           05  FILLER PIC X(10) VALUE "8         ".
           05  FILLER PIC X(10) VALUE "9         ".
           05  FILLER PIC X(10) VALUE "10        ".
           05  FILLER PIC X(10) VALUE "10 e lode ".
       01  Fasce-Etichette REDEFINES Fasce-Etichette-Dati.
           05  Fascia-Etichetta OCCURS 6 TIMES PIC X(10).
       01  Consigli-Etichette-Dati.
           05  FILLER PIC X(25) VALUE "L liceo                  ".
           05  FILLER PIC X(25) VALUE "T istituto tecnico       ".
           05  FILLER PIC X(25) VALUE "P istituto professionale ".
           05  FILLER PIC X(25) VALUE "F formazione profession. ".
           05  FILLER PIC X(25) VALUE "  consiglio non pervenuto".
       01  Consigli-Etichette REDEFINES Consigli-Etichette-Dati.
           05  Consiglio-Etichetta OCCURS 5 TIMES PIC X(25).
       01  Media-Test PIC 9(3) VALUE 0.
       01  Media-Indice PIC 99V99 VALUE 0.
       01  Voto-for PIC Z9.
       01  Lode-for PIC X VALUE SPACE.
       01  Test-for PIC ZZ9.
       01  Test-for-2 PIC ZZ9.
       01  Test-for-3 PIC ZZ9.
       01  Indice-for PIC Z9.99.
       01  Conta-for PIC ZZ9.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre le schede d'ingresso e mostra il
      *menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileIngresso
           IF FS-FileIngresso NOT = "00"
               OPEN OUTPUT FileIngresso
               CLOSE FileIngresso
               OPEN I-O FileIngresso
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "DATI D'INGRESSO DELLE PRIME"
               DISPLAY "1: Importa l'estratto delle scuole medie"
               DISPLAY "2: Voto d'esame e consiglio orientativo"
               DISPLAY "3: Test d'ingresso di settembre"
               DISPLAY "4: Profilo d'ingresso di una classe"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-IMPORTA
                   WHEN 2 PERFORM 2000-DATI-MEDIE
                   WHEN 3 PERFORM 3000-TEST
                   WHEN 4 PERFORM 4000-PROFILO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileIngresso
           STOP RUN.

      *Paragrafo 1000-IMPORTA: riga per riga, lo studente si
      *riconosce da cognome, nome e data di nascita della domanda
      *d'iscrizione confermata; gli scarti finiscono motivati su
      *INGRESSO-SCARTI.DAT
       1000-IMPORTA.
           OPEN INPUT FileMedie
           IF FS-FileMedie NOT = "00"
               DISPLAY "INGRESSO-MEDIE.DAT non presente"
           ELSE
               PERFORM 1050-CARICA-CONFERMATE
               OPEN OUTPUT FileScarti
               MOVE 0 TO Righe-Lette
               MOVE 0 TO Righe-Accettate
               MOVE 0 TO Righe-Scartate
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileMedie
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Righe-Lette
                           PERFORM 1100-UNA-RIGA
                   END-READ
               END-PERFORM
               CLOSE FileMedie
               CLOSE FileScarti
               DISPLAY "Righe lette    : " Righe-Lette
               DISPLAY "Righe accettate: " Righe-Accettate
               DISPLAY "Righe scartate : " Righe-Scartate
               MOVE SPACES TO Audit-Descrizione
               STRING "Import ingresso prime: accettate "
                   DELIMITED BY SIZE
                   Righe-Accettate DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 1050-CARICA-CONFERMATE: le domande d'iscrizione
      *confermate (con la matricola creata) in tabella
       1050-CARICA-CONFERMATE.
           MOVE 0 TO Confermate-Cont
           OPEN INPUT FileIscrizioni
           IF FS-FileIscrizioni NOT = "00"
               DISPLAY "ISCRIZIONI.DAT non presente: nessuna riga "
                   "sara' riconosciuta"
           ELSE
               MOVE 0 TO IS-Numero
               MOVE "N" TO Fine-Scan
               START FileIscrizioni KEY IS NOT LESS THAN IS-Numero
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileIscrizioni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF IS-Confermata AND Confermate-Cont < 500
                               ADD 1 TO Confermate-Cont
                               MOVE IS-Cognome
                                   TO CO-Cognome(Confermate-Cont)
                               MOVE IS-Nome
                                   TO CO-Nome(Confermate-Cont)
                               MOVE IS-Data-Nascita
                                   TO CO-Data-Nascita(Confermate-Cont)
                               MOVE IS-Matricola
                                   TO CO-Matricola(Confermate-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIscrizioni
           END-IF.

      *Paragrafo 1100-UNA-RIGA: voto e consiglio validi e studente
      *riconosciuto, altrimenti scarto motivato; la scheda esistente
      *si aggiorna senza toccare i test
       1100-UNA-RIGA.
           MOVE SPACES TO Motivo-Scarto
           INSPECT IM-Cognome CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT IM-Nome CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF IM-Voto NOT NUMERIC
               MOVE "VOTO-NON-VALIDO" TO Motivo-Scarto
           ELSE IF IM-Voto < 6 OR IM-Voto > 10
               MOVE "VOTO-NON-VALIDO" TO Motivo-Scarto
           ELSE IF IM-Consiglio NOT = "L" AND IM-Consiglio NOT = "T"
                   AND IM-Consiglio NOT = "P"
                   AND IM-Consiglio NOT = "F"
                   AND IM-Consiglio NOT = SPACE
               MOVE "CONSIGLIO-NON-VALIDO" TO Motivo-Scarto
           ELSE
               PERFORM 1150-CERCA-CONFERMATA
               IF Matricola-Trovata = 0
                   MOVE "NON-ISCRITTO" TO Motivo-Scarto
               END-IF
           END-IF
           END-IF
           END-IF
           IF Motivo-Scarto NOT = SPACES
               ADD 1 TO Righe-Scartate
               MOVE SPACES TO riga
               STRING IM-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   IM-Nome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   IM-Data-Nascita DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Motivo-Scarto DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileScarti-Record
               WRITE FileScarti-Record
           ELSE
               MOVE Matricola-Trovata TO Matricola-Scelta
               PERFORM 8000-LEGGI-SCHEDA
               MOVE IM-Scuola TO IG-Scuola-Media
               MOVE IM-Voto TO IG-Voto-Medie
               MOVE "N" TO IG-Lode
               IF IM-Lode = "S" AND IM-Voto = 10
                   MOVE "S" TO IG-Lode
               END-IF
               MOVE IM-Consiglio TO IG-Consiglio
               MOVE "I" TO IG-Fonte
               PERFORM 8100-SCRIVI-SCHEDA
               ADD 1 TO Righe-Accettate
           END-IF.

      *Paragrafo 1150-CERCA-CONFERMATA: la matricola della domanda
      *confermata con lo stesso cognome, nome e data di nascita
       1150-CERCA-CONFERMATA.
           MOVE 0 TO Matricola-Trovata
           MOVE 0 TO Confermate-Idx
           PERFORM UNTIL Confermate-Idx >= Confermate-Cont
                   OR Matricola-Trovata NOT = 0
               ADD 1 TO Confermate-Idx
               IF CO-Cognome(Confermate-Idx) = IM-Cognome
                       AND CO-Nome(Confermate-Idx) = IM-Nome
                       AND CO-Data-Nascita(Confermate-Idx)
                           = IM-Data-Nascita
                   MOVE CO-Matricola(Confermate-Idx)
                       TO Matricola-Trovata
               END-IF
           END-PERFORM.

      *Paragrafo 2000-DATI-MEDIE: voto d'esame, lode, consiglio e
      *scuola battuti a mano per una matricola
       2000-DATI-MEDIE.
           PERFORM 7000-SCEGLI-STUDENTE
           IF Dati-Validi = "Y"
               DISPLAY "Scuola media di provenienza: "
               ACCEPT IG-Scuola-Media
               MOVE 0 TO IG-Voto-Medie
               DISPLAY "Voto d'esame (6-10, 0 = non pervenuto): "
               ACCEPT IG-Voto-Medie
               IF IG-Voto-Medie NOT = 0
                       AND (IG-Voto-Medie < 6 OR IG-Voto-Medie > 10)
                   DISPLAY "Voto non valido"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               MOVE "N" TO IG-Lode
               IF IG-Voto-Medie = 10
                   DISPLAY "Lode (S/N): "
                   ACCEPT IG-Lode
                   INSPECT IG-Lode CONVERTING "sn" TO "SN"
                   IF IG-Lode NOT = "S"
                       MOVE "N" TO IG-Lode
                   END-IF
               END-IF
               DISPLAY "Consiglio orientativo (L liceo, T tecnico, "
                   "P professionale, F formazione, invio = non "
                   "pervenuto): "
               ACCEPT IG-Consiglio
               INSPECT IG-Consiglio CONVERTING "ltpf" TO "LTPF"
               IF IG-Consiglio NOT = "L" AND IG-Consiglio NOT = "T"
                       AND IG-Consiglio NOT = "P"
                       AND IG-Consiglio NOT = "F"
                   MOVE SPACE TO IG-Consiglio
               END-IF
               MOVE "M" TO IG-Fonte
               PERFORM 8100-SCRIVI-SCHEDA
               MOVE IG-Indice TO Indice-for
               DISPLAY "Scheda registrata, indice d'ingresso "
                   Indice-for
               MOVE SPACES TO Audit-Descrizione
               STRING "Ingresso dati medie " DELIMITED BY SIZE
                   IG-Matricola DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 3000-TEST: i tre punteggi dei test d'ingresso di
      *settembre, in centesimi
       3000-TEST.
           PERFORM 7000-SCEGLI-STUDENTE
           IF Dati-Validi = "Y"
               MOVE 0 TO IG-Test-Italiano
               MOVE 0 TO IG-Test-Matematica
               MOVE 0 TO IG-Test-Inglese
               DISPLAY "Test di italiano (0-100): "
               ACCEPT IG-Test-Italiano
               DISPLAY "Test di matematica (0-100): "
               ACCEPT IG-Test-Matematica
               DISPLAY "Test di inglese (0-100): "
               ACCEPT IG-Test-Inglese
               IF IG-Test-Italiano > 100
                       OR IG-Test-Matematica > 100
                       OR IG-Test-Inglese > 100
                   DISPLAY "Punteggi oltre 100: test non registrati"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               MOVE "S" TO IG-Test-Svolti
               PERFORM 8100-SCRIVI-SCHEDA
               MOVE IG-Indice TO Indice-for
               DISPLAY "Test registrati, indice d'ingresso "
                   Indice-for
               MOVE SPACES TO Audit-Descrizione
               STRING "Ingresso test " DELIMITED BY SIZE
                   IG-Matricola DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
           END-IF.

      *Paragrafo 4000-PROFILO: gli studenti della classe scelta
      *con i loro dati d'ingresso e la sintesi per il primo
      *consiglio di classe
       4000-PROFILO.
           DISPLAY "Classe (es. 1A): "
           MOVE SPACES TO Classe-Scelta
           ACCEPT Classe-Scelta
           INSPECT Classe-Scelta CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               MOVE 0 TO Prof-Studenti
               MOVE 0 TO Prof-Senza-Dati
               MOVE 0 TO Prof-Con-Voto
               MOVE 0 TO Prof-Con-Test
               MOVE 0 TO Prof-Somma-Ita
               MOVE 0 TO Prof-Somma-Mat
               MOVE 0 TO Prof-Somma-Ing
               MOVE 0 TO Prof-Sotto-Ita
               MOVE 0 TO Prof-Sotto-Mat
               MOVE 0 TO Prof-Sotto-Ing
               MOVE 0 TO Prof-Somma-Indice
               MOVE 0 TO Prof-Idx
               PERFORM UNTIL Prof-Idx >= 6
                   ADD 1 TO Prof-Idx
                   MOVE 0 TO Prof-Fascia(Prof-Idx)
                   IF Prof-Idx <= 5
                       MOVE 0 TO Prof-Consiglio(Prof-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACES TO FileOut-Filename
               STRING "PROFILO-INGRESSO-" DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE SPACES TO riga
               STRING "PROFILO D'INGRESSO DELLA CLASSE "
                   DELIMITED BY SIZE
                   Classe-Scelta DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               MOVE "Studente" TO riga(1:8)
               MOVE "Voto  C  Ita  Mat  Ing  Indice" TO riga(33:30)
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE Classe-Scelta TO ST-Classe
               MOVE "N" TO Fine-Scan
               START Studenti KEY IS EQUAL TO ST-Classe
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
                               PERFORM 4100-RIGA-STUDENTE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
               PERFORM 4200-SINTESI
               CLOSE FileOut
               IF Prof-Studenti = 0
                   DISPLAY "Nessuno studente in " Classe-Scelta
               ELSE
                   DISPLAY "Profilo scritto su " FileOut-Filename
               END-IF
           END-IF.

      *Paragrafo 4100-RIGA-STUDENTE: la riga dello studente e gli
      *accumuli della sintesi
       4100-RIGA-STUDENTE.
           ADD 1 TO Prof-Studenti
           MOVE ST-ID TO IG-Matricola
           READ FileIngresso
               INVALID KEY
                   ADD 1 TO Prof-Senza-Dati
                   ADD 1 TO Prof-Consiglio(5)
                   MOVE SPACES TO riga
                   STRING ST-Cognome(1:20) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ST-Nome(1:10) DELIMITED BY SIZE
                       " dati d'ingresso non pervenuti"
                       DELIMITED BY SIZE
                       INTO riga
               NOT INVALID KEY
                   PERFORM 4150-ACCUMULA
                   MOVE IG-Voto-Medie TO Voto-for
                   MOVE IG-Test-Italiano TO Test-for
                   MOVE IG-Test-Matematica TO Test-for-2
                   MOVE IG-Test-Inglese TO Test-for-3
                   MOVE IG-Indice TO Indice-for
                   MOVE SPACE TO Lode-for
                   IF IG-Lode = "S"
                       MOVE "L" TO Lode-for
                   END-IF
                   MOVE SPACES TO riga
                   STRING ST-Cognome(1:20) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ST-Nome(1:10) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Voto-for DELIMITED BY SIZE
                       Lode-for DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       IG-Consiglio DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Test-for DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Test-for-2 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Test-for-3 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Indice-for DELIMITED BY SIZE
                       INTO riga
                   IF IG-Test-Svolti NOT = "S"
                       MOVE "    -    -    -" TO riga(40:15)
                   END-IF
           END-READ
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 4150-ACCUMULA: fascia di voto, consiglio, test e
      *indice della scheda letta
       4150-ACCUMULA.
           ADD IG-Indice TO Prof-Somma-Indice
           IF IG-Voto-Medie >= 6
               ADD 1 TO Prof-Con-Voto
               IF IG-Lode = "S"
                   ADD 1 TO Prof-Fascia(6)
               ELSE
                   COMPUTE Prof-Idx = IG-Voto-Medie - 5
                   ADD 1 TO Prof-Fascia(Prof-Idx)
               END-IF
           END-IF
           EVALUATE IG-Consiglio
               WHEN "L" ADD 1 TO Prof-Consiglio(1)
               WHEN "T" ADD 1 TO Prof-Consiglio(2)
               WHEN "P" ADD 1 TO Prof-Consiglio(3)
               WHEN "F" ADD 1 TO Prof-Consiglio(4)
               WHEN OTHER ADD 1 TO Prof-Consiglio(5)
           END-EVALUATE
           IF IG-Test-Svolti = "S"
               ADD 1 TO Prof-Con-Test
               ADD IG-Test-Italiano TO Prof-Somma-Ita
               ADD IG-Test-Matematica TO Prof-Somma-Mat
               ADD IG-Test-Inglese TO Prof-Somma-Ing
               IF IG-Test-Italiano < SOGLIA-TEST
                   ADD 1 TO Prof-Sotto-Ita
               END-IF
               IF IG-Test-Matematica < SOGLIA-TEST
                   ADD 1 TO Prof-Sotto-Mat
               END-IF
               IF IG-Test-Inglese < SOGLIA-TEST
                   ADD 1 TO Prof-Sotto-Ing
               END-IF
           END-IF.

      *Paragrafo 4200-SINTESI: studenti, fasce di voto d'esame,
      *medie dei test e quanti sotto la soglia, consigli
      *orientativi, indice medio della classe
       4200-SINTESI.
           MOVE " " TO FileOut-Record
           WRITE FileOut-Record
           MOVE Prof-Studenti TO Conta-for
           MOVE Prof-Senza-Dati TO Test-for
           MOVE SPACES TO riga
           STRING "Studenti " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "   senza dati d'ingresso " DELIMITED BY SIZE
               Test-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Voto d'esame della secondaria di primo grado"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Prof-Idx
           PERFORM UNTIL Prof-Idx >= 6
               ADD 1 TO Prof-Idx
               MOVE Prof-Fascia(Prof-Idx) TO Conta-for
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Fascia-Etichetta(Prof-Idx) DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           MOVE SPACES TO riga
           MOVE Prof-Con-Test TO Conta-for
           STRING "Test d'ingresso svolti " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               " (media, sotto " DELIMITED BY SIZE
               SOGLIA-TEST DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Prof-Con-Test > 0
               COMPUTE Media-Test ROUNDED =
                   Prof-Somma-Ita / Prof-Con-Test
               MOVE Media-Test TO Test-for
               MOVE Prof-Sotto-Ita TO Conta-for
               MOVE SPACES TO riga
               STRING "  italiano   " DELIMITED BY SIZE
                   Test-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               COMPUTE Media-Test ROUNDED =
                   Prof-Somma-Mat / Prof-Con-Test
               MOVE Media-Test TO Test-for
               MOVE Prof-Sotto-Mat TO Conta-for
               MOVE SPACES TO riga
               STRING "  matematica " DELIMITED BY SIZE
                   Test-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               COMPUTE Media-Test ROUNDED =
                   Prof-Somma-Ing / Prof-Con-Test
               MOVE Media-Test TO Test-for
               MOVE Prof-Sotto-Ing TO Conta-for
               MOVE SPACES TO riga
               STRING "  inglese    " DELIMITED BY SIZE
                   Test-for DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE "Consiglio orientativo" TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Prof-Idx
           PERFORM UNTIL Prof-Idx >= 5
               ADD 1 TO Prof-Idx
               MOVE Prof-Consiglio(Prof-Idx) TO Conta-for
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   Consiglio-Etichetta(Prof-Idx) DELIMITED BY SIZE
                   Conta-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           IF Prof-Studenti > Prof-Senza-Dati
               COMPUTE Media-Indice ROUNDED = Prof-Somma-Indice
                   / (Prof-Studenti - Prof-Senza-Dati)
               MOVE Media-Indice TO Indice-for
               MOVE SPACES TO riga
               STRING "Indice d'ingresso medio " DELIMITED BY SIZE
                   Indice-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 7000-SCEGLI-STUDENTE: matricola esistente in
      *anagrafica; la scheda d'ingresso si legge o si prepara nuova
       7000-SCEGLI-STUDENTE.
           MOVE "N" TO Dati-Validi
           DISPLAY "Matricola: "
           MOVE 0 TO Matricola-Scelta
           ACCEPT Matricola-Scelta
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               MOVE Matricola-Scelta TO ST-ID
               READ Studenti
                   INVALID KEY
                       DISPLAY "Matricola inesistente"
                   NOT INVALID KEY
                       MOVE "Y" TO Dati-Validi
                       DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20)
                           " " ST-Classe
               END-READ
               CLOSE Studenti
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 8000-LEGGI-SCHEDA
               IF Scheda-Nuova = "N"
                   MOVE IG-Voto-Medie TO Voto-for
                   DISPLAY "Scheda presente: voto " Voto-for
                       " consiglio " IG-Consiglio " test svolti "
                       IG-Test-Svolti
               END-IF
           END-IF.

      *Paragrafo 8000-LEGGI-SCHEDA: la scheda di Matricola-Scelta,
      *o una scheda vuota se non c'e' ancora
       8000-LEGGI-SCHEDA.
           MOVE Matricola-Scelta TO IG-Matricola
           MOVE "N" TO Scheda-Nuova
           READ FileIngresso
               INVALID KEY
                   MOVE "Y" TO Scheda-Nuova
                   MOVE SPACES TO Ingresso-Record
                   MOVE Matricola-Scelta TO IG-Matricola
                   MOVE 0 TO IG-Voto-Medie
                   MOVE "N" TO IG-Lode
                   MOVE "N" TO IG-Test-Svolti
                   MOVE 0 TO IG-Test-Italiano
                   MOVE 0 TO IG-Test-Matematica
                   MOVE 0 TO IG-Test-Inglese
                   MOVE 0 TO IG-Indice
           END-READ.

      *Paragrafo 8100-SCRIVI-SCHEDA: ricalcola l'indice d'ingresso
      *e scrive o riscrive la scheda
       8100-SCRIVI-SCHEDA.
           PERFORM 8200-CALCOLA-INDICE
           MOVE Data-Oggi TO IG-Data-Aggiornamento
           IF Scheda-Nuova = "Y"
               WRITE Ingresso-Record
                   INVALID KEY
                       DISPLAY "Scheda non registrata, matricola "
                           IG-Matricola
               END-WRITE
           ELSE
               REWRITE Ingresso-Record
                   INVALID KEY
                       DISPLAY "Scheda non aggiornata, matricola "
                           IG-Matricola
               END-REWRITE
           END-IF
           MOVE "N" TO Scheda-Nuova.

      *Paragrafo 8200-CALCOLA-INDICE: indice in decimi, media fra
      *voto d'esame (10 e lode vale 10) e test d'ingresso riportati
      *in decimi; con uno solo dei due vale quello, senza nessuno
      *resta zero e FormaClassi usa la media convenzionale 6
       8200-CALCOLA-INDICE.
           MOVE 0 TO IG-Indice
           MOVE 0 TO Indice-Test
           IF IG-Test-Svolti = "S"
               COMPUTE Somma-Test = IG-Test-Italiano
                   + IG-Test-Matematica + IG-Test-Inglese
               COMPUTE Indice-Test ROUNDED = Somma-Test / 30
           END-IF
           IF IG-Voto-Medie >= 6 AND IG-Test-Svolti = "S"
               COMPUTE IG-Indice ROUNDED =
                   (IG-Voto-Medie + Indice-Test) / 2
           ELSE IF IG-Voto-Medie >= 6
               MOVE IG-Voto-Medie TO IG-Indice
           ELSE IF IG-Test-Svolti = "S"
               MOVE Indice-Test TO IG-Indice
           END-IF
           END-IF
           END-IF.

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

       END PROGRAM IngressoPrime.
