      *scambia a piacere e solo alla conferma le assegnazioni
      *diventano ST-Classe in STUDENTI.DAT, con traccia in
      *AUDIT.LOG. L'anagrafica non registra il sesso, quindi il
      *bilanciamento resta su media e ripetenti. La proposta del
      *livello si puo' salvare (e si salva alla conferma) in
      *PROPOSTA-CLASSI.DAT, una riga per sezione con studenti e
      *ripetenti: e' da li' che Organico sa quali sezioni dell'anno
      *nuovo partono davvero.
      *Chi rientra dalla mobilita' internazionale con esito
      *MOBILITA sale di livello come un promosso.
      *Per il livello 1 si puo' formare un indirizzo alla volta: le
      *sezioni sono quelle di CLASSI.DAT con quell'indirizzo e il
      *bacino i nuovi iscritti la cui domanda d'iscrizione
      *confermata (ISCRIZIONI.DAT, vedi Iscrizioni) e' assegnata a
      *quell'indirizzo. Salvando la proposta di un solo indirizzo
      *restano in PROPOSTA-CLASSI.DAT le sezioni di prima degli
      *altri indirizzi.
      *I nuovi iscritti di prima non entrano piu' tutti con media 6:
      *vale il loro indice d'ingresso di INGRESSO-PRIME.DAT (voto
      *d'esame delle medie e test d'ingresso, vedi IngressoPrime);
      *solo chi non ha ancora dati d'ingresso resta a 6.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FileVincoli ASSIGN TO 'VINCOLI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVincoli.
           SELECT FileProposta ASSIGN TO 'PROPOSTA-CLASSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProposta.
           SELECT FilePropostaNew ASSIGN TO 'PROPOSTA-CLASSI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePropostaNew.
           SELECT FileIscrizioni ASSIGN TO 'ISCRIZIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-Numero
               FILE STATUS IS FS-FileIscrizioni.
           SELECT FileIngresso ASSIGN TO 'INGRESSO-PRIME.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IG-Matricola
               FILE STATUS IS FS-FileIngresso.
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
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileVincoli.
       01  FileVincoli-Record.
           05  VN-Tipo PIC X(1).
           05  VN-Matricola-1 PIC 9(6).
           05  VN-Matricola-2 PIC 9(6).
       FD  FileProposta.
       01  FileProposta-Record.
           05  PR-Classe PIC X(4).
           05  PR-Livello PIC 9(1).
           05  PR-Studenti PIC 999.
           05  PR-Ripetenti PIC 999.
       FD  FilePropostaNew.
       01  FilePropostaNew-Record PIC X(11).
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
      *Dati d'ingresso delle prime, come in IngressoPrime
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

       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileVincoli PIC XX VALUE SPACES.
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
       01  FS-FileProposta PIC XX VALUE SPACES.
       01  FS-FilePropostaNew PIC XX VALUE SPACES.
       01  FS-FileIscrizioni PIC XX VALUE SPACES.
       01  FS-FileIngresso PIC XX VALUE SPACES.
       01  Ingresso-Presente PIC X VALUE "N".
       01  Livello PIC 9 VALUE 0.
       01  Anno-Precedente PIC X(9) VALUE SPACES.
       01  Livello-Prec PIC 9 VALUE 0.
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-File PIC X VALUE "N".
      *Indirizzo della formazione delle prime (spazi = tutti) e le
      *matricole confermate su quell'indirizzo
       01  Indirizzo-Filtro PIC X(6) VALUE SPACES.
       01  Iscritti-Tab.
           05  Iscritto-Matricola OCCURS 500 TIMES PIC 9(6).
       01  Iscritti-Cont PIC 999 VALUE 0.
       01  Iscritti-Idx PIC 999 VALUE 0.
       01  Iscritto-Ok PIC X VALUE "N".
       01  Sezione-Del-Filtro PIC X VALUE "N".
      *Il bacino da collocare
       01  Pool-Tab.
           05  Pool-Voce OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Livello delle classi da formare (1-5): "
           ACCEPT Livello
           IF Livello < 1 OR Livello > 5
                   "2025/2026): "
               ACCEPT Anno-Precedente
               COMPUTE Livello-Prec = Livello - 1
           ELSE
               DISPLAY "Indirizzo da formare (invio = tutti): "
               ACCEPT Indirizzo-Filtro
               INSPECT Indirizzo-Filtro CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF Indirizzo-Filtro NOT = SPACES
                   PERFORM 1500-CARICA-ISCRITTI
               END-IF
           END-IF
           PERFORM 1000-CARICA-SEZIONI
           IF Sezioni-Cont = 0
               PERFORM 6000-RIEPILOGO
               DISPLAY "1: Scambia due studenti"
               DISPLAY "2: Conferma e scrivi le assegnazioni"
               DISPLAY "3: Salva la proposta per l'organico"
               DISPLAY "0: Esci senza scrivere"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 7000-SCAMBIA
                   WHEN 3 PERFORM 7500-SALVA-PROPOSTA
                   WHEN 2
                       PERFORM 8000-COMMIT
                       MOVE "N" TO Continua-Menu
                       NOT AT END
                           IF CL-Codice(1:1) = Livello
                                   AND Sezioni-Cont < 10
                                   AND (Indirizzo-Filtro = SPACES
                                   OR CL-Indirizzo = Indirizzo-Filtro)
                               ADD 1 TO Sezioni-Cont
                               MOVE CL-Codice
                                   TO Sezione-Codice(Sezioni-Cont)
               CLOSE Classi
           END-IF.

      *Paragrafo 1500-CARICA-ISCRITTI: le matricole delle domande
      *d'iscrizione confermate sull'indirizzo scelto
       1500-CARICA-ISCRITTI.
           MOVE 0 TO Iscritti-Cont
           OPEN INPUT FileIscrizioni
           IF FS-FileIscrizioni NOT = "00"
               DISPLAY "ISCRIZIONI.DAT non presente: nessun "
                   "iscritto sull'indirizzo"
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
                           IF IS-Confermata
                                   AND IS-Indirizzo-Assegnato
                                       = Indirizzo-Filtro
                                   AND Iscritti-Cont < 500
                               ADD 1 TO Iscritti-Cont
                               MOVE IS-Matricola TO
                                   Iscritto-Matricola(Iscritti-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIscrizioni
           END-IF.

      *Paragrafo 2000-COSTRUISCI-POOL: promossi del livello
      *precedente e ripetenti dello stesso livello dall'archivio
      *(livelli 2-5), oppure i nuovi iscritti senza storia
                           IF FA-Anno-Scolastico = Anno-Precedente
                                   AND Pool-Cont < 500
                               IF FA-Classe(1:1) = Livello-Prec
                                       AND (FA-Esito = "PROMOSSO"
                                       OR FA-Esito = "MOBILITA")
                                   ADD 1 TO Pool-Cont
                                   MOVE FA-ID-Studente
                                       TO PL-Matricola(Pool-Cont)
                               END-IF
                               IF FA-Classe(1:1) = Livello
                                       AND FA-Esito NOT = "PROMOSSO"
                                       AND FA-Esito NOT = "MOBILITA"
                                   ADD 1 TO Pool-Cont
                                   MOVE FA-ID-Studente
                                       TO PL-Matricola(Pool-Cont)

      *Paragrafo 2200-POOL-NUOVI-ISCRITTI: gli attivi in anagrafica
      *senza alcuna riga d'archivio (appena portati dentro dal SIS),
      *con l'indice d'ingresso come media (6 se manca)
       2200-POOL-NUOVI-ISCRITTI.
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
           ELSE
               OPEN INPUT FileArchivio
               OPEN INPUT FileIngresso
               IF FS-FileIngresso = "00"
                   MOVE "Y" TO Ingresso-Presente
               ELSE
                   DISPLAY "INGRESSO-PRIME.DAT non presente: media "
                       "convenzionale 6 per tutti"
               END-IF
               MOVE 0 TO ST-ID
               MOVE "N" TO Fine-Scan
               START Studenti KEY IS NOT LESS THAN ST-ID
                           IF NOT ST-Ritirato-Si
                                   AND NOT ST-Esterno-Si
                                   AND Pool-Cont < 500
                               PERFORM 2240-FILTRO-INDIRIZZO
                               IF Iscritto-Ok = "Y"
                                   PERFORM 2250-SENZA-ARCHIVIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FS-FileArchivio = "00"
                   CLOSE FileArchivio
               END-IF
               IF Ingresso-Presente = "Y"
                   CLOSE FileIngresso
               END-IF
               CLOSE Studenti
           END-IF.

      *Paragrafo 2240-FILTRO-INDIRIZZO: con un indirizzo scelto lo
      *studente entra solo se la sua iscrizione e' su quello
       2240-FILTRO-INDIRIZZO.
           MOVE "Y" TO Iscritto-Ok
           IF Indirizzo-Filtro NOT = SPACES
               MOVE "N" TO Iscritto-Ok
               MOVE 0 TO Iscritti-Idx
               PERFORM UNTIL Iscritti-Idx >= Iscritti-Cont
                       OR Iscritto-Ok = "Y"
                   ADD 1 TO Iscritti-Idx
                   IF Iscritto-Matricola(Iscritti-Idx) = ST-ID
                       MOVE "Y" TO Iscritto-Ok
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 2250-SENZA-ARCHIVIO: lo studente entra nel bacino
      *solo se non ha nessuna riga d'archivio
       2250-SENZA-ARCHIVIO.
               ADD 1 TO Pool-Cont
               MOVE ST-ID TO PL-Matricola(Pool-Cont)
               MOVE ST-Cognome(1:20) TO PL-Cognome(Pool-Cont)
               PERFORM 2270-MEDIA-INGRESSO
               MOVE "N" TO PL-Ripetente(Pool-Cont)
           ELSE
      *Una qualunque riga d'archivio della matricola basta a
                   MOVE ST-ID TO PL-Matricola(Pool-Cont)
                   MOVE ST-Cognome(1:20)
                       TO PL-Cognome(Pool-Cont)
                   PERFORM 2270-MEDIA-INGRESSO
                   MOVE "N" TO PL-Ripetente(Pool-Cont)
               END-IF
           END-IF.

      *Paragrafo 2270-MEDIA-INGRESSO: la media dell'ultimo entrato
      *nel bacino e' il suo indice d'ingresso, 6 se non ne ha
       2270-MEDIA-INGRESSO.
           MOVE 6 TO PL-Media(Pool-Cont)
           IF Ingresso-Presente = "Y"
               MOVE ST-ID TO IG-Matricola
               READ FileIngresso
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IG-Indice > 0
                           MOVE IG-Indice TO PL-Media(Pool-Cont)
                       END-IF
               END-READ
           END-IF.

      *Paragrafo 3000-ORDINA-POOL: per media decrescente (scambio a
      *bolle: il bacino e' piccolo)
       3000-ORDINA-POOL.
           MOVE 0 TO Sezioni-Idx
           PERFORM UNTIL Sezioni-Idx >= Sezioni-Cont
               ADD 1 TO Sezioni-Idx
               PERFORM 6100-CONTA-SEZIONE
               IF Sez-Conta > 0
                   COMPUTE Sez-Media ROUNDED =
                       Sez-Somma / Sez-Conta
                   " ripetenti " Conta-for-2
           END-PERFORM.

      *Paragrafo 6100-CONTA-SEZIONE: studenti, somma delle medie e
      *ripetenti collocati nella sezione Sezioni-Idx
       6100-CONTA-SEZIONE.
           MOVE 0 TO Sez-Conta
           MOVE 0 TO Sez-Somma
           MOVE 0 TO Sez-Ripetenti
           MOVE 0 TO Pool-Idx
           PERFORM UNTIL Pool-Idx >= Pool-Cont
               ADD 1 TO Pool-Idx
               IF PL-Sezione(Pool-Idx) = Sezioni-Idx
                   ADD 1 TO Sez-Conta
                   ADD PL-Media(Pool-Idx) TO Sez-Somma
                   IF PL-Ripetente(Pool-Idx) = "S"
                       ADD 1 TO Sez-Ripetenti
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 7000-SCAMBIA: scambia la sezione di due matricole
      *del bacino
       7000-SCAMBIA.
               DISPLAY "Scambio eseguito"
           END-IF.

      *Paragrafo 7500-SALVA-PROPOSTA: le sezioni del livello con
      *studenti e ripetenti proposti sostituiscono in
      *PROPOSTA-CLASSI.DAT quelle gia' salvate per il livello; le
      *righe degli altri livelli restano. Il file si riscrive
      *attraverso PROPOSTA-CLASSI.TMP
       7500-SALVA-PROPOSTA.
           OPEN OUTPUT FilePropostaNew
           OPEN INPUT FileProposta
           IF FS-FileProposta = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProposta
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 7550-SEZIONE-DEL-FILTRO
                           IF PR-Livello NOT = Livello
                                   OR Sezione-Del-Filtro NOT = "Y"
                               MOVE FileProposta-Record
                                   TO FilePropostaNew-Record
                               WRITE FilePropostaNew-Record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProposta
           END-IF
           MOVE 0 TO Sezioni-Idx
           PERFORM UNTIL Sezioni-Idx >= Sezioni-Cont
               ADD 1 TO Sezioni-Idx
               PERFORM 6100-CONTA-SEZIONE
               MOVE Sezione-Codice(Sezioni-Idx) TO PR-Classe
               MOVE Livello TO PR-Livello
               MOVE Sez-Conta TO PR-Studenti
               MOVE Sez-Ripetenti TO PR-Ripetenti
               MOVE FileProposta-Record TO FilePropostaNew-Record
               WRITE FilePropostaNew-Record
           END-PERFORM
           CLOSE FilePropostaNew
           OPEN INPUT FilePropostaNew
           OPEN OUTPUT FileProposta
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FilePropostaNew
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       MOVE FilePropostaNew-Record
                           TO FileProposta-Record
                       WRITE FileProposta-Record
               END-READ
           END-PERFORM
           CLOSE FilePropostaNew
           CLOSE FileProposta
           DISPLAY "Proposta del livello " Livello
               " salvata in PROPOSTA-CLASSI.DAT".

      *Paragrafo 7550-SEZIONE-DEL-FILTRO: la riga salvata e' da
      *sostituire se la sezione e' fra quelle formate ora (senza
      *indirizzo scelto, tutte quelle del livello)
       7550-SEZIONE-DEL-FILTRO.
           MOVE "Y" TO Sezione-Del-Filtro
           IF Indirizzo-Filtro NOT = SPACES
               MOVE "N" TO Sezione-Del-Filtro
               MOVE 0 TO Sezioni-Idx
               PERFORM UNTIL Sezioni-Idx >= Sezioni-Cont
                       OR Sezione-Del-Filtro = "Y"
                   ADD 1 TO Sezioni-Idx
                   IF Sezione-Codice(Sezioni-Idx) = PR-Classe
                       MOVE "Y" TO Sezione-Del-Filtro
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 8000-COMMIT: le assegnazioni diventano ST-Classe
      *in anagrafica, dopo conferma esplicita
       8000-COMMIT.
                   END-PERFORM
                   CLOSE Studenti
                   DISPLAY "Assegnazioni scritte: " Assegnati
                   PERFORM 7500-SALVA-PROPOSTA
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Formazione classi livello "
                       DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
