       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblcpte.

      *    Tenue du compte client (grand livre auxiliaire des
      *    créances) : imputation au compte de chaque ID-NUM des
      *    fichiers datés d'un jour d'exploitation - les quittances
      *    du quittancement (ccblquit) au débit, les paiements
      *    rapprochés et les écarts de montant du rapprochement
      *    (ccblpaie) au crédit, un écart étant crédité du montant
      *    réellement reçu. Chaque imputation est tracée dans le
      *    fichier des mouvements de compte, relu par la balance
      *    âgée (ccblbage) et par le relevé de compte (ccblrelv). Le
      *    compte est tenu dans la devise de sa première imputation ;
      *    une pièce dans une autre devise y est convertie par les
      *    taux du jour, via l'euro. Le journal des imputations
      *    interdit d'imputer deux fois le même fichier.
      *    Les prélèvements SEPA rejetés par la banque (ccblsepa)
      *    sont débités à nouveau au compte, en impayés (type R),
      *    depuis le fichier impayes-sepa-AAAAMMJJ.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Comptes clients, un enregistrement par ID-NUM, créé à la
      *    première imputation.

           SELECT CPTE-CLIENTS ASSIGN TO "comptes-clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-CPTE-ID
           FILE STATUS IS CPTE-STATUS.

      *    Mouvements de compte, une ligne par imputation, ajoutées
      *    dans l'ordre des passages. OPTIONAL : créé au premier
      *    passage.

           SELECT OPTIONAL CPTE-MOUV ASSIGN TO "comptes-mouvements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MOUV-STATUS.

      *    Journal des imputations : une ligne par fichier source
      *    imputé (type et date), relue en tête de passage.

           SELECT OPTIONAL CPTE-JRNL ASSIGN TO "comptes-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

      *    Les quatre fichiers sources du jour traité.

           SELECT QUITTANCES ASSIGN TO DYNAMIC WS-QUIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUIT-STATUS.

           SELECT PAIE-RAPPRO ASSIGN TO DYNAMIC WS-RAPPRO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPRO-STATUS.

           SELECT PAIE-ECART ASSIGN TO DYNAMIC WS-ECART-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECART-STATUS.

           SELECT SEPA-IMPAYES ASSIGN TO DYNAMIC WS-IMPAYES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IMPAYES-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CPTE-CLIENTS.
        01 F-DATA-CPTE.
           03 F-CPTE-ID PIC X(8).
           03 F-CPTE-DEVISE PIC X(3).
           03 F-CPTE-TOTAL-DEBIT PIC 9(10).
           03 F-CPTE-TOTAL-CREDIT PIC 9(10).
           03 F-CPTE-SOLDE PIC S9(10) SIGN LEADING SEPARATE.
           03 F-CPTE-DATE-OUVERTURE PIC 9(8).
           03 F-CPTE-DATE-DERNIER PIC 9(8).
           03 FILLER PIC X(22).

       FD CPTE-MOUV.
       01 F-DATA-MOUV PIC X(60).

       FD CPTE-JRNL.
       01 F-DATA-JRNL PIC X(20).

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       FD PAIE-RAPPRO.
       01 F-DATA-RAPPRO PIC X(60).

       FD PAIE-ECART.
       01 F-DATA-ECART PIC X(70).

       FD SEPA-IMPAYES.
       01 F-DATA-IMPAYE PIC X(50).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       WORKING-STORAGE SECTION.
       01  CPTE-STATUS PIC X(2).
       01  MOUV-STATUS PIC X(2).
       01  JRNL-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  RAPPRO-STATUS PIC X(2).
       01  ECART-STATUS PIC X(2).
       01  IMPAYES-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).

      *    Date des fichiers à imputer (AAAAMMJJ, saisie à la
      *    console comme dans ccblmouv, vide = date système) et noms
      *    des fichiers sources construits sur cette date.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-QUIT-FILENAME PIC X(40).
       01  WS-RAPPRO-FILENAME PIC X(40).
       01  WS-ECART-FILENAME PIC X(40).
       01  WS-IMPAYES-FILENAME PIC X(40).

      *    Ligne de quittance, comme écrite par ccblquit.

       01  WS-QUIT-LIGNE.
           03 WS-QUIT-ID PIC X(8).
           03 WS-QUIT-DATE PIC 9(8).
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 WS-QUIT-NO PIC X(3).
           03 FILLER PIC X(2).

      *    Ligne de paiement rapproché, comme écrite par ccblpaie :
      *    la marque d'origine "E" signale un écart rejoué, déjà
      *    crédité le jour où l'écart a été constaté.

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

      *    Dépouillement d'une ligne d'écart de ccblpaie : référence,
      *    montant reçu (format à virgule), devise reçue, montant et
      *    devise attendus, date du paiement et marque d'origine.

       01  WS-ECART-LIGNE PIC X(70).
       01  WS-ECART-REF PIC X(8).
       01  WS-ECART-MOT1 PIC X(10).
       01  WS-ECART-RECU PIC X(9).
       01  WS-ECART-DEVISE PIC X(3).
       01  WS-ECART-MOT2 PIC X(10).
       01  WS-ECART-ATTENDU PIC X(9).
       01  WS-ECART-DEVISE2 PIC X(3).
       01  WS-ECART-DATE PIC X(8).
       01  WS-ECART-ORIGINE PIC X(1).
       01  WS-ECART-MONTANT PIC 9(8).

      *    Prélèvement rejeté, comme écrit par ccblsepa : ID-NUM,
      *    contrat, échéance, montant et devise, motif et date du
      *    rejet.

       01  WS-IMPAYE-LIGNE.
           03 WS-IMPAYE-ID PIC X(8).
           03 WS-IMPAYE-CONTRAT PIC X(3).
           03 WS-IMPAYE-ECHEANCE PIC 9(8).
           03 WS-IMPAYE-MONTANT PIC 9(8).
           03 WS-IMPAYE-DEVISE PIC X(3).
           03 WS-IMPAYE-MOTIF PIC X(4).
           03 WS-IMPAYE-DATE-REJET PIC 9(8).
           03 FILLER PIC X(8).

      *    Mouvement de compte en cours d'imputation : ID-NUM, date
      *    de la pièce, type (Q quittance, P paiement rapproché,
      *    E paiement en écart, R prélèvement rejeté), sens (D
      *    débit, C crédit), montant
      *    dans la devise du compte, montant et devise de la pièce,
      *    contrat, et date du fichier source.

       01  WS-MVT-LIGNE.
           03 WS-MVT-ID PIC X(8).
           03 WS-MVT-DATE PIC 9(8).
           03 WS-MVT-TYPE PIC X(1).
           03 WS-MVT-SENS PIC X(1).
           03 WS-MVT-MONTANT PIC 9(8).
           03 WS-MVT-DEVISE PIC X(3).
           03 WS-MVT-MONTANT-ORIG PIC 9(8).
           03 WS-MVT-DEVISE-ORIG PIC X(3).
           03 WS-MVT-CONTRAT PIC X(3).
           03 WS-MVT-SOURCE-DATE PIC 9(8).
           03 FILLER PIC X(9).

      *    Ligne du journal des imputations : type du fichier source
      *    (Q, P, E, R) et date du fichier.

       01  WS-JRNL-LIGNE.
           03 WS-JRNL-TYPE PIC X(1).
           03 FILLER PIC X(1).
           03 WS-JRNL-DATE PIC 9(8).
           03 FILLER PIC X(10).
       01  WS-JRNL-CHERCHE PIC X(1).
       01  WS-JRNL-TROUVE PIC X(1).

      *    Table de conversion en euros : les quatre codes
      *    historiques et les taux du jour, sur le modèle de
      *    ccblirp. Un code non reconnu est imputé tel quel.

       01  WS-CONV-NB PIC 9(2) VALUE 4.
       01  WS-CONV-IDX PIC 9(2).
       01  WS-CONV-TROUVE PIC X(1).
        01  WS-CONV-TABLE.
           03 WS-CONV-ENTRY OCCURS 10 TIMES.
            05 WS-CONV-CODE PIC X(3).
            05 WS-CONV-TAUX PIC 9(3)V9(4).
       01  WS-TAUX-REC.
           03 WS-TAUX-CODE PIC X(3).
           03 WS-TAUX-VALEUR PIC 9(3)V9(4).
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-TAUX-ORIG PIC 9(3)V9(4).
       01  WS-TAUX-CPTE PIC 9(3)V9(4).

      *    Compteurs du passage.

       01  WS-CPT-QUITTANCES PIC 9(5) VALUE 0.
       01  WS-CPT-PAIEMENTS PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTS PIC 9(5) VALUE 0.
       01  WS-CPT-IMPAYES PIC 9(5) VALUE 0.
       01  WS-CPT-DEJA-CREDITES PIC 9(5) VALUE 0.
       01  WS-CPT-OUVERTS PIC 9(5) VALUE 0.
       01  WS-CPT-CONVERTIS PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    Saisie de la date des fichiers à imputer. Une saisie vide
      *    prend la date système : c'est le cas du passage de fin de
      *    chaîne, après ccblquit et ccblpaie.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Date des fichiers à imputer (AAAAMMJJ, "
               "vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-TRAITEE
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-TRAITEE
           END-IF.

           STRING "quittances-"   DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-QUIT-FILENAME.
           STRING "paiements-rapproches-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE         DELIMITED BY SIZE
                  ".dat"                  DELIMITED BY SIZE
                  INTO WS-RAPPRO-FILENAME.
           STRING "paiements-ecarts-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE     DELIMITED BY SIZE
                  ".dat"              DELIMITED BY SIZE
                  INTO WS-ECART-FILENAME.
           STRING "impayes-sepa-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-IMPAYES-FILENAME.

           PERFORM CHARGER-TAUX.

      *    Comptes clients : créés vides au premier passage, comme
      *    le maître par ccblmast, puis tenus en mise à jour.

           OPEN I-O CPTE-CLIENTS.
           IF CPTE-STATUS = "35"
               OPEN OUTPUT CPTE-CLIENTS
               CLOSE CPTE-CLIENTS
               OPEN I-O CPTE-CLIENTS
           END-IF.
           IF CPTE-STATUS NOT = "00"
               MOVE "Ouverture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
               MOVE CPTE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Le fichier des mouvements est tenu ouvert en extension
      *    pour tout le passage. Le statut "05" est l'ouverture
      *    normale d'un fichier OPTIONAL encore absent.

           OPEN EXTEND CPTE-MOUV.
           IF MOUV-STATUS NOT = "00" AND MOUV-STATUS NOT = "05"
               MOVE "Ouverture CPTE-MOUV" TO WS-ABANDON-TEXTE
               MOVE MOUV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           PERFORM IMPUTER-QUITTANCES.
           PERFORM IMPUTER-RAPPROCHES.
           PERFORM IMPUTER-ECARTS.
           PERFORM IMPUTER-IMPAYES.

           CLOSE CPTE-MOUV.
           CLOSE CPTE-CLIENTS.

           DISPLAY "Imputation des comptes clients du "
               WS-DATE-TRAITEE " terminée.".
           DISPLAY "Quittances débitées   : " WS-CPT-QUITTANCES.
           DISPLAY "Paiements crédités    : " WS-CPT-PAIEMENTS.
           DISPLAY "Écarts crédités       : " WS-CPT-ECARTS.
           DISPLAY "Écarts déjà crédités  : " WS-CPT-DEJA-CREDITES.
           DISPLAY "Impayés débités       : " WS-CPT-IMPAYES.
           DISPLAY "Comptes ouverts       : " WS-CPT-OUVERTS.
           DISPLAY "Pièces converties     : " WS-CPT-CONVERTIS.
           STOP RUN.

        CHARGER-TAUX.

      *    Mise en place de la table de conversion et lecture des
      *    taux du jour, sur le modèle de ccblbase : fichier absent
      *    ou devise reconnue sans taux coupent le traitement.

           MOVE "EUR" TO WS-CONV-CODE(1).
           MOVE "USD" TO WS-CONV-CODE(2).
           MOVE "GBP" TO WS-CONV-CODE(3).
           MOVE "CHF" TO WS-CONV-CODE(4).
           PERFORM RAZ-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.
           OPEN INPUT ASSU-TAUX.
           IF TAUX-STATUS NOT = "00"
               MOVE "Ouverture ASSU-TAUX" TO WS-ABANDON-TEXTE
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM LIRE-TAUX UNTIL TAUX-STATUS = "10".
           CLOSE ASSU-TAUX.
           PERFORM CONTROLER-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.

        RAZ-TAUX.

           MOVE 0 TO WS-CONV-TAUX(WS-CONV-IDX).

        LIRE-TAUX.

           READ ASSU-TAUX INTO WS-TAUX-REC.
           IF TAUX-STATUS = "00"
               PERFORM RANGER-TAUX VARYING WS-CONV-IDX
               FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           ELSE
               IF TAUX-STATUS NOT = "10"
                   MOVE "Lecture ASSU-TAUX" TO WS-ABANDON-TEXTE
                   MOVE TAUX-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RANGER-TAUX.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-TAUX-CODE
               AND WS-TAUX-VALEUR NUMERIC
               MOVE WS-TAUX-VALEUR TO WS-CONV-TAUX(WS-CONV-IDX)
           END-IF.

        CONTROLER-TAUX.

           IF WS-CONV-TAUX(WS-CONV-IDX) = 0
               MOVE "Taux manquant devise" TO WS-ABANDON-TEXTE
               MOVE WS-CONV-CODE(WS-CONV-IDX)
                   TO WS-ABANDON-TEXTE(22:3)
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        IMPUTER-QUITTANCES.

      *    Débit des quittances du jour traité. Pas de quittancement
      *    ce jour-là (fichier absent) : rien à imputer.

           MOVE "Q" TO WS-JRNL-CHERCHE.
           PERFORM CHERCHER-JOURNAL.
           IF WS-JRNL-TROUVE = "O"
               DISPLAY "Quittances du " WS-DATE-TRAITEE
                   " déjà imputées : ignorées."
           ELSE
               OPEN INPUT QUITTANCES
               IF QUIT-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM LIRE-QUITTANCE UNTIL WS-FIN-FICHIER = "O"
                   CLOSE QUITTANCES
                   PERFORM NOTER-JOURNAL
               ELSE
                   IF QUIT-STATUS NOT = "35"
                       MOVE "Ouverture QUITTANCES"
                           TO WS-ABANDON-TEXTE
                       MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        LIRE-QUITTANCE.

           READ QUITTANCES INTO WS-QUIT-LIGNE.
           IF QUIT-STATUS = "00"
               IF WS-QUIT-ID NOT = SPACES
                   AND WS-QUIT-MONTANT NUMERIC
                   MOVE SPACES TO WS-MVT-LIGNE
                   MOVE WS-QUIT-ID TO WS-MVT-ID
                   MOVE WS-QUIT-DATE TO WS-MVT-DATE
                   MOVE "Q" TO WS-MVT-TYPE
                   MOVE "D" TO WS-MVT-SENS
                   MOVE WS-QUIT-MONTANT TO WS-MVT-MONTANT-ORIG
                   MOVE WS-QUIT-DEVISE TO WS-MVT-DEVISE-ORIG
                   MOVE WS-QUIT-NO TO WS-MVT-CONTRAT
                   PERFORM IMPUTER-MOUVEMENT
                   ADD 1 TO WS-CPT-QUITTANCES
               END-IF
           ELSE
               IF QUIT-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture QUITTANCES" TO WS-ABANDON-TEXTE
                   MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        IMPUTER-RAPPROCHES.

      *    Crédit des paiements rapprochés du jour traité, sauf les
      *    écarts rejoués (marque "E") : ceux-là ont été crédités du
      *    montant reçu le jour de l'écart.

           MOVE "P" TO WS-JRNL-CHERCHE.
           PERFORM CHERCHER-JOURNAL.
           IF WS-JRNL-TROUVE = "O"
               DISPLAY "Paiements rapprochés du " WS-DATE-TRAITEE
                   " déjà imputés : ignorés."
           ELSE
               OPEN INPUT PAIE-RAPPRO
               IF RAPPRO-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM LIRE-RAPPROCHE UNTIL WS-FIN-FICHIER = "O"
                   CLOSE PAIE-RAPPRO
                   PERFORM NOTER-JOURNAL
               ELSE
                   IF RAPPRO-STATUS NOT = "35"
                       MOVE "Ouverture PAIE-RAPPRO"
                           TO WS-ABANDON-TEXTE
                       MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        LIRE-RAPPROCHE.

           READ PAIE-RAPPRO INTO WS-PAIE-LIGNE.
           IF RAPPRO-STATUS = "00"
               IF WS-PAIE-ORIGINE = "E"
                   ADD 1 TO WS-CPT-DEJA-CREDITES
               ELSE
                   MOVE SPACES TO WS-MVT-LIGNE
                   MOVE WS-PAIE-REF TO WS-MVT-ID
                   MOVE WS-PAIE-DATE TO WS-MVT-DATE
                   MOVE "P" TO WS-MVT-TYPE
                   MOVE "C" TO WS-MVT-SENS
                   MOVE WS-PAIE-MONTANT TO WS-MVT-MONTANT-ORIG
                   MOVE WS-PAIE-DEVISE TO WS-MVT-DEVISE-ORIG
                   MOVE WS-PAIE-CONTRAT TO WS-MVT-CONTRAT
                   PERFORM IMPUTER-MOUVEMENT
                   ADD 1 TO WS-CPT-PAIEMENTS
               END-IF
           ELSE
               IF RAPPRO-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-RAPPRO" TO WS-ABANDON-TEXTE
                   MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        IMPUTER-ECARTS.

      *    Crédit des paiements en écart du jour traité, du montant
      *    réellement reçu. Un écart rejoué de la file d'attente
      *    (marque "E") a déjà été crédité : il est ignoré.

           MOVE "E" TO WS-JRNL-CHERCHE.
           PERFORM CHERCHER-JOURNAL.
           IF WS-JRNL-TROUVE = "O"
               DISPLAY "Écarts du " WS-DATE-TRAITEE
                   " déjà imputés : ignorés."
           ELSE
               OPEN INPUT PAIE-ECART
               IF ECART-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM LIRE-ECART UNTIL WS-FIN-FICHIER = "O"
                   CLOSE PAIE-ECART
                   PERFORM NOTER-JOURNAL
               ELSE
                   IF ECART-STATUS NOT = "35"
                       MOVE "Ouverture PAIE-ECART"
                           TO WS-ABANDON-TEXTE
                       MOVE ECART-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        LIRE-ECART.

      *    Dépouillement d'une ligne d'écart : les zones sont
      *    séparées par des blancs, la marque d'origine étant
      *    absente (à blanc) pour un écart vu pour la première fois.

           READ PAIE-ECART INTO WS-ECART-LIGNE.
           IF ECART-STATUS = "00"
               MOVE SPACES TO WS-ECART-ORIGINE
               UNSTRING WS-ECART-LIGNE DELIMITED BY ALL " "
                   INTO WS-ECART-REF WS-ECART-MOT1 WS-ECART-RECU
                        WS-ECART-DEVISE WS-ECART-MOT2
                        WS-ECART-ATTENDU WS-ECART-DEVISE2
                        WS-ECART-DATE WS-ECART-ORIGINE
               END-UNSTRING
               MOVE WS-ECART-RECU(1:6) TO WS-ECART-MONTANT(1:6)
               MOVE WS-ECART-RECU(8:2) TO WS-ECART-MONTANT(7:2)
               IF WS-ECART-ORIGINE = "E"
                   ADD 1 TO WS-CPT-DEJA-CREDITES
               ELSE
                   IF WS-ECART-MONTANT NUMERIC
                       AND WS-ECART-DATE NUMERIC
                       MOVE SPACES TO WS-MVT-LIGNE
                       MOVE WS-ECART-REF TO WS-MVT-ID
                       MOVE WS-ECART-DATE TO WS-MVT-DATE
                       MOVE "E" TO WS-MVT-TYPE
                       MOVE "C" TO WS-MVT-SENS
                       MOVE WS-ECART-MONTANT TO WS-MVT-MONTANT-ORIG
                       MOVE WS-ECART-DEVISE TO WS-MVT-DEVISE-ORIG
                       PERFORM IMPUTER-MOUVEMENT
                       ADD 1 TO WS-CPT-ECARTS
                   ELSE
                       DISPLAY "Ligne d'écart illisible ignorée : "
                           WS-ECART-REF
                   END-IF
               END-IF
           ELSE
               IF ECART-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-ECART" TO WS-ABANDON-TEXTE
                   MOVE ECART-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        IMPUTER-IMPAYES.

      *    Débit des prélèvements rejetés traités ce jour par
      *    ccblsepa : la quittance, créditée à l'échéance comme un
      *    paiement reçu, redevient due. Pas de rejet ce jour-là
      *    (fichier absent) : rien à imputer.

           MOVE "R" TO WS-JRNL-CHERCHE.
           PERFORM CHERCHER-JOURNAL.
           IF WS-JRNL-TROUVE = "O"
               DISPLAY "Impayés du " WS-DATE-TRAITEE
                   " déjà imputés : ignorés."
           ELSE
               OPEN INPUT SEPA-IMPAYES
               IF IMPAYES-STATUS = "00"
                   MOVE "N" TO WS-FIN-FICHIER
                   PERFORM LIRE-IMPAYE UNTIL WS-FIN-FICHIER = "O"
                   CLOSE SEPA-IMPAYES
                   PERFORM NOTER-JOURNAL
               ELSE
                   IF IMPAYES-STATUS NOT = "35"
                       MOVE "Ouverture SEPA-IMPAYES"
                           TO WS-ABANDON-TEXTE
                       MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        LIRE-IMPAYE.

           READ SEPA-IMPAYES INTO WS-IMPAYE-LIGNE.
           IF IMPAYES-STATUS = "00"
               IF WS-IMPAYE-ID NOT = SPACES
                   AND WS-IMPAYE-MONTANT NUMERIC
                   MOVE SPACES TO WS-MVT-LIGNE
                   MOVE WS-IMPAYE-ID TO WS-MVT-ID
                   MOVE WS-IMPAYE-DATE-REJET TO WS-MVT-DATE
                   MOVE "R" TO WS-MVT-TYPE
                   MOVE "D" TO WS-MVT-SENS
                   MOVE WS-IMPAYE-MONTANT TO WS-MVT-MONTANT-ORIG
                   MOVE WS-IMPAYE-DEVISE TO WS-MVT-DEVISE-ORIG
                   MOVE WS-IMPAYE-CONTRAT TO WS-MVT-CONTRAT
                   PERFORM IMPUTER-MOUVEMENT
                   ADD 1 TO WS-CPT-IMPAYES
               END-IF
           ELSE
               IF IMPAYES-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
                   MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        IMPUTER-MOUVEMENT.

      *    Imputation du mouvement préparé dans WS-MVT-LIGNE : lecture
      *    du compte (ouvert dans la devise de la pièce s'il n'existe
      *    pas encore), conversion du montant dans la devise du
      *    compte, mise à jour des cumuls et du solde, puis trace
      *    dans le fichier des mouvements.

           MOVE WS-MVT-ID TO F-CPTE-ID.
           READ CPTE-CLIENTS.
           IF CPTE-STATUS = "23"
               MOVE SPACES TO F-DATA-CPTE
               MOVE WS-MVT-ID TO F-CPTE-ID
               MOVE WS-MVT-DEVISE-ORIG TO F-CPTE-DEVISE
               MOVE 0 TO F-CPTE-TOTAL-DEBIT
               MOVE 0 TO F-CPTE-TOTAL-CREDIT
               MOVE 0 TO F-CPTE-SOLDE
               MOVE WS-MVT-DATE TO F-CPTE-DATE-OUVERTURE
               MOVE WS-MVT-DATE TO F-CPTE-DATE-DERNIER
               WRITE F-DATA-CPTE
               IF CPTE-STATUS NOT = "00"
                   MOVE "Écriture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
                   MOVE CPTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-CPT-OUVERTS
           ELSE
               IF CPTE-STATUS NOT = "00"
                   MOVE "Lecture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
                   MOVE CPTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

           MOVE F-CPTE-DEVISE TO WS-MVT-DEVISE.
           IF WS-MVT-DEVISE-ORIG = F-CPTE-DEVISE
               MOVE WS-MVT-MONTANT-ORIG TO WS-MVT-MONTANT
           ELSE
               PERFORM CONVERTIR-MONTANT
               ADD 1 TO WS-CPT-CONVERTIS
           END-IF.

           IF WS-MVT-SENS = "D"
               ADD WS-MVT-MONTANT TO F-CPTE-TOTAL-DEBIT
               ADD WS-MVT-MONTANT TO F-CPTE-SOLDE
           ELSE
               ADD WS-MVT-MONTANT TO F-CPTE-TOTAL-CREDIT
               SUBTRACT WS-MVT-MONTANT FROM F-CPTE-SOLDE
           END-IF.
           IF WS-MVT-DATE > F-CPTE-DATE-DERNIER
               MOVE WS-MVT-DATE TO F-CPTE-DATE-DERNIER
           END-IF.
           REWRITE F-DATA-CPTE.
           IF CPTE-STATUS NOT = "00"
               MOVE "Réécriture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
               MOVE CPTE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE WS-DATE-TRAITEE TO WS-MVT-SOURCE-DATE.
           WRITE F-DATA-MOUV FROM WS-MVT-LIGNE.
           IF MOUV-STATUS NOT = "00"
               MOVE "Écriture CPTE-MOUV" TO WS-ABANDON-TEXTE
               MOVE MOUV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        CONVERTIR-MONTANT.

      *    Conversion du montant de la pièce dans la devise du
      *    compte, via l'euro aux taux du jour, arrondie au centime.
      *    Un code non reconnu compte pour un taux de 1, comme le
      *    versement tel quel de ccblirp.

           MOVE WS-MVT-DEVISE-ORIG TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-ORIG.
           IF WS-CONV-TROUVE NOT = "O"
               MOVE 1 TO WS-TAUX-ORIG
           END-IF.
           MOVE F-CPTE-DEVISE TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-CPTE.
           IF WS-CONV-TROUVE NOT = "O"
               MOVE 1 TO WS-TAUX-CPTE
           END-IF.
           COMPUTE WS-MVT-MONTANT ROUNDED =
               WS-MVT-MONTANT-ORIG * WS-TAUX-ORIG / WS-TAUX-CPTE.

        CHERCHER-TAUX.

      *    Recherche de WS-CONV-DEVISE dans la table de conversion.
      *    En sortie WS-CONV-IDX pointe l'entrée trouvée (la
      *    première à défaut).

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
           ELSE
               MOVE 1 TO WS-CONV-IDX
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        CHERCHER-JOURNAL.

      *    Recherche dans le journal des imputations du fichier de
      *    type WS-JRNL-CHERCHE pour la date traitée. Journal absent
      *    = aucun fichier encore imputé.

           MOVE "N" TO WS-JRNL-TROUVE.
           OPEN INPUT CPTE-JRNL.
           IF JRNL-STATUS = "00"
               PERFORM LIRE-JOURNAL UNTIL JRNL-STATUS = "10"
               CLOSE CPTE-JRNL
           ELSE
               IF JRNL-STATUS NOT = "05"
                   MOVE "Ouverture CPTE-JRNL" TO WS-ABANDON-TEXTE
                   MOVE JRNL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               CLOSE CPTE-JRNL
           END-IF.

        LIRE-JOURNAL.

           READ CPTE-JRNL INTO WS-JRNL-LIGNE.
           IF JRNL-STATUS = "00"
               IF WS-JRNL-TYPE = WS-JRNL-CHERCHE
                   AND WS-JRNL-DATE = WS-DATE-TRAITEE
                   MOVE "O" TO WS-JRNL-TROUVE
               END-IF
           ELSE
               IF JRNL-STATUS NOT = "10"
                   MOVE "Lecture CPTE-JRNL" TO WS-ABANDON-TEXTE
                   MOVE JRNL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        NOTER-JOURNAL.

      *    Inscription au journal du fichier qui vient d'être imputé.

           OPEN EXTEND CPTE-JRNL.
           IF JRNL-STATUS NOT = "00" AND JRNL-STATUS NOT = "05"
               MOVE "Ouverture CPTE-JRNL" TO WS-ABANDON-TEXTE
               MOVE JRNL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-JRNL-LIGNE.
           MOVE WS-JRNL-CHERCHE TO WS-JRNL-TYPE.
           MOVE WS-DATE-TRAITEE TO WS-JRNL-DATE.
           WRITE F-DATA-JRNL FROM WS-JRNL-LIGNE.
           IF JRNL-STATUS NOT = "00"
               MOVE "Écriture CPTE-JRNL" TO WS-ABANDON-TEXTE
               MOVE JRNL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CPTE-JRNL.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
