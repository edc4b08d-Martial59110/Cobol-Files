       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblsepa.

      *    Prélèvements SEPA des quittances du quittancement
      *    mensuel, en deux traitements choisis à la console.
      *    P (prélèvements) : lecture des quittances datées
      *    (quittances-AAAAMMJJ.dat, ccblquit) et, pour chaque
      *    quittance en euros d'un client dont le mandat
      *    (mandats.dat, ccblmand) est valide, une ligne dans le
      *    fichier des prélèvements remis à la banque
      *    (prelevements-AAAAMMJJ.dat) avec la RUM, l'IBAN, le BIC
      *    et la séquence FRST ou RCUR. Un mandat absent, suspendu,
      *    révoqué, pas encore signé ou caduc (36 mois sans
      *    prélèvement) écarte le client, qui règle alors par
      *    virement : les quittances écartées sont listées avec leur
      *    motif dans rapport-sepa-AAAAMMJJ.dat. Chaque prélèvement
      *    est aussi écrit, dans la découpe des paiements de la
      *    banque, dans encaissements-sepa-AAAAMMJJ.dat daté de
      *    l'échéance : ccblpaie le rapproche ce jour-là comme un
      *    paiement reçu.
      *    R (rejets) : lecture des rejets de la banque
      *    (rejets-sepa-AAAAMMJJ.dat, R-transactions). Chaque
      *    prélèvement rejeté remet la quittance en impayé dans la
      *    file d'attente de ccblpaie (marque d'origine "R"), où
      *    elle reste jusqu'au paiement qui la solde, et part dans
      *    impayes-sepa-AAAAMMJJ.dat que ccblcpte débite au compte
      *    client. Un motif de rejet définitif suspend le mandat ;
      *    le rejet d'un premier prélèvement remet le mandat en
      *    FRST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Mandats de prélèvement, tenus par ccblmand.

           SELECT CLI-MANDATS ASSIGN TO "mandats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAND-ID
           FILE STATUS IS MAND-STATUS.

      *    Paramètres : identifiant créancier SEPA (ICS) et délai
      *    de présentation, sur le modèle de ccblbase.par.

           SELECT SEPA-PARAM ASSIGN TO "ccblsepa.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

      *    Traitement P : quittances du jour choisi, prélèvements
      *    remis à la banque, encaissements attendus à l'échéance
      *    et compte rendu des quittances écartées.

           SELECT QUITTANCES ASSIGN TO DYNAMIC WS-QUIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUIT-STATUS.

           SELECT SEPA-PRLV ASSIGN TO DYNAMIC WS-PRLV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRLV-STATUS.

           SELECT SEPA-ENCAISSE ASSIGN TO DYNAMIC WS-ENCAISSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENCAISSE-STATUS.

           SELECT SEPA-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPORT-STATUS.

      *    Traitement R : rejets de la banque, impayés à débiter et
      *    file d'attente de ccblpaie, complétée en extension.

           SELECT SEPA-REJETS ASSIGN TO DYNAMIC WS-REJETS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJETS-STATUS.

           SELECT SEPA-IMPAYES ASSIGN TO DYNAMIC WS-IMPAYES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IMPAYES-STATUS.

           SELECT OPTIONAL PAIE-ATTENTE
           ASSIGN TO "paiements-attente.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTENTE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *    Mandat, dans la découpe de ccblmand.

       FD CLI-MANDATS.
        01 F-DATA-MAND.
           03 F-MAND-ID PIC X(8).
           03 F-MAND-RUM PIC X(35).
           03 F-MAND-IBAN PIC X(34).
           03 F-MAND-BIC PIC X(11).
           03 F-MAND-DATE-SIGNATURE PIC 9(8).
           03 F-MAND-SEQUENCE PIC X(4).
           03 F-MAND-STATUT PIC X(1).
           03 F-MAND-DATE-DERNIER PIC 9(8).
           03 F-MAND-SEQ-DERNIER PIC X(4).
           03 F-MAND-MOTIF PIC X(4).
           03 FILLER PIC X(3).

       FD SEPA-PARAM.
       01 F-DATA-PARAM PIC X(80).

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       FD SEPA-PRLV.
       01 F-DATA-PRLV PIC X(160).

       FD SEPA-ENCAISSE.
       01 F-DATA-ENCAISSE PIC X(31).

       FD SEPA-RAPPORT.
       01 F-DATA-RAPPORT PIC X(80).

       FD SEPA-REJETS.
       01 F-DATA-REJET PIC X(43).

       FD SEPA-IMPAYES.
       01 F-DATA-IMPAYE PIC X(50).

       FD PAIE-ATTENTE.
       01 F-DATA-ATTENTE PIC X(31).

       WORKING-STORAGE SECTION.
       01  MAND-STATUS PIC X(2).
       01  PARAM-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  PRLV-STATUS PIC X(2).
       01  ENCAISSE-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).
       01  REJETS-STATUS PIC X(2).
       01  IMPAYES-STATUS PIC X(2).
       01  ATTENTE-STATUS PIC X(2).

      *    Traitement choisi (P ou R), date des fichiers traités
      *    (AAAAMMJJ, saisie à la console, vide = date système) et
      *    noms des fichiers construits sur cette date.

       01  WS-TRAITEMENT PIC X(1).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-ECHEANCE PIC 9(8).
       01  WS-QUIT-FILENAME PIC X(40).
       01  WS-PRLV-FILENAME PIC X(40).
       01  WS-ENCAISSE-FILENAME PIC X(40).
       01  WS-RAPPORT-FILENAME PIC X(40).
       01  WS-REJETS-FILENAME PIC X(40).
       01  WS-IMPAYES-FILENAME PIC X(40).

      *    Dépouillement du fichier de paramètres. Mots-clés admis :
      *    ICS (identifiant créancier SEPA, obligatoire pour le
      *    traitement P) et DELAI (jours entre la date des
      *    quittances et l'échéance du prélèvement, 5 à défaut).

       01  WS-PARAM-REC PIC X(80).
       01  WS-PARAM-DETAIL REDEFINES WS-PARAM-REC.
           03 WS-PARAM-CLE PIC X(10).
           03 FILLER PIC X(1).
           03 WS-PARAM-VALEUR PIC X(69).
       01  WS-ICS PIC X(35) VALUE SPACES.
       01  WS-DELAI PIC 9(2) VALUE 5.

      *    Ligne de quittance, comme écrite par ccblquit.

       01  WS-QUIT-LIGNE.
           03 WS-QUIT-ID PIC X(8).
           03 WS-QUIT-DATE PIC 9(8).
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 WS-QUIT-NO PIC X(3).
           03 FILLER PIC X(2).

      *    Ligne de prélèvement remise à la banque : type D pour un
      *    prélèvement, T pour la ligne de total qui clôt le
      *    fichier. La référence de bout en bout (ID-NUM, contrat,
      *    échéance) revient dans les rejets de la banque.

       01  WS-PRLV-LIGNE.
           03 WS-PRLV-TYPE PIC X(1).
           03 WS-PRLV-ICS PIC X(35).
           03 WS-PRLV-E2E.
              05 WS-PRLV-E2E-ID PIC X(8).
              05 WS-PRLV-E2E-NO PIC X(3).
              05 WS-PRLV-E2E-ECHEANCE PIC 9(8).
              05 FILLER PIC X(1).
           03 WS-PRLV-RUM PIC X(35).
           03 WS-PRLV-DATE-SIGNATURE PIC 9(8).
           03 WS-PRLV-SEQUENCE PIC X(4).
           03 WS-PRLV-IBAN PIC X(34).
           03 WS-PRLV-BIC PIC X(11).
           03 WS-PRLV-MONTANT PIC 9(8).
           03 WS-PRLV-DEVISE PIC X(3).
           03 FILLER PIC X(1).
       01  WS-PRLV-TOTAL REDEFINES WS-PRLV-LIGNE.
           03 WS-PRLV-T-TYPE PIC X(1).
           03 WS-PRLV-T-ICS PIC X(35).
           03 WS-PRLV-T-ECHEANCE PIC 9(8).
           03 WS-PRLV-T-NOMBRE PIC 9(6).
           03 WS-PRLV-T-MONTANT PIC 9(12).
           03 FILLER PIC X(98).

      *    Encaissement attendu, dans la découpe des paiements de la
      *    banque lue par ccblpaie : date, montant, devise, ID-NUM en
      *    référence, contrat réglé, marque d'origine à blanc.

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

      *    Ligne de rejet de la banque : référence de bout en bout du
      *    prélèvement, montant et devise rejetés, code motif ISO et
      *    date du rejet.

       01  WS-REJET-LIGNE.
           03 WS-REJET-E2E.
              05 WS-REJET-E2E-ID PIC X(8).
              05 WS-REJET-E2E-NO PIC X(3).
              05 WS-REJET-E2E-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
           03 WS-REJET-MONTANT PIC X(8).
           03 WS-REJET-DEVISE PIC X(3).
           03 WS-REJET-MOTIF PIC X(4).
           03 WS-REJET-DATE PIC X(8).

      *    Impayé à débiter au compte client par ccblcpte.

       01  WS-IMPAYE-LIGNE.
           03 WS-IMPAYE-ID PIC X(8).
           03 WS-IMPAYE-CONTRAT PIC X(3).
           03 WS-IMPAYE-ECHEANCE PIC 9(8).
           03 WS-IMPAYE-MONTANT PIC 9(8).
           03 WS-IMPAYE-DEVISE PIC X(3).
           03 WS-IMPAYE-MOTIF PIC X(4).
           03 WS-IMPAYE-DATE-REJET PIC 9(8).
           03 FILLER PIC X(8).

      *    Contrôle du mandat d'une quittance : motif d'exclusion (à
      *    blanc pour un mandat valide), séquence retenue, et le
      *    dernier client traité, dont les contrats suivants gardent
      *    la séquence du premier.

       01  WS-MOTIF-EXCLUSION PIC X(30).
       01  WS-SEQUENCE PIC X(4).
       01  WS-ID-PRECEDENT PIC X(8) VALUE SPACES.
       01  WS-SEQ-PRECEDENTE PIC X(4).
       01  WS-JOURS-MANDAT PIC S9(7).
       01  WS-DATE-REFERENCE PIC 9(8).

      *    Motifs de rejet définitifs : compte erroné, clos ou
      *    bloqué, mandat inexistant, débiteur décédé, opposition
      *    du débiteur. Ils suspendent le mandat.

       01  WS-MOTIFS-DEFINITIFS PIC X(24)
           VALUE "AC01AC04AC06MD01MD07MS02".
       01  WS-MOTIF-IDX PIC 9(2).
       01  WS-MOTIF-DEFINITIF PIC X(1).

      *    Compte rendu des quittances écartées.

       01  WS-RAPPORT-LIGNE.
           03 WS-RAP-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-CONTRAT PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-MONTANT PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-RAP-DEVISE PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-MOTIF PIC X(30).
           03 FILLER PIC X(20) VALUE SPACES.
       01  WS-LIGNE-EDIT PIC X(80).
       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-TOTAL-EDIT PIC X(13).
       01  VIRGULE PIC X VALUE ",".

      *    Compteurs et cumuls du passage.

       01  WS-CPT-QUITTANCES PIC 9(5) VALUE 0.
       01  WS-CPT-PRELEVES PIC 9(5) VALUE 0.
       01  WS-CPT-FRST PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTES PIC 9(5) VALUE 0.
       01  WS-TOTAL-PRELEVE PIC 9(12) VALUE 0.
       01  WS-CPT-REJETS PIC 9(5) VALUE 0.
       01  WS-CPT-ILLISIBLES PIC 9(5) VALUE 0.
       01  WS-CPT-SUSPENDUS PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJETE PIC 9(12) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    Choix du traitement et de la date des fichiers.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Traitement (P=prélèvements R=rejets) ?".
           ACCEPT WS-TRAITEMENT.
           INSPECT WS-TRAITEMENT CONVERTING "pr" TO "PR".
           IF WS-TRAITEMENT NOT = "P" AND WS-TRAITEMENT NOT = "R"
               DISPLAY "Choix non reconnu."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRAITEMENT = "P"
               DISPLAY "Date des quittances (AAAAMMJJ, "
                   "vide = aujourd'hui) ?"
           ELSE
               DISPLAY "Date des rejets (AAAAMMJJ, "
                   "vide = aujourd'hui) ?"
           END-IF.
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

           PERFORM CHARGER-PARAMETRES.

      *    Les mandats sont mis à jour par les deux traitements :
      *    séquence et dernier prélèvement pour P, motif de rejet
      *    pour R. Pas de mandat, pas de prélèvement.

           OPEN I-O CLI-MANDATS.
           IF MAND-STATUS = "35"
               DISPLAY "Mandats absents : lancer d'abord ccblmand"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAND-STATUS NOT = "00"
               MOVE "Ouverture CLI-MANDATS" TO WS-ABANDON-TEXTE
               MOVE MAND-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           IF WS-TRAITEMENT = "P"
               PERFORM GENERER-PRELEVEMENTS
           ELSE
               PERFORM TRAITER-REJETS
           END-IF.

           CLOSE CLI-MANDATS.
           STOP RUN.

        CHARGER-PARAMETRES.

      *    Dépouillement du fichier de paramètres ccblsepa.par, sur
      *    le modèle de ccblbase. Fichier facultatif (statut "35").

           OPEN INPUT SEPA-PARAM.
           IF PARAM-STATUS = "00"
               PERFORM LIRE-PARAMETRE UNTIL PARAM-STATUS = "10"
               CLOSE SEPA-PARAM
           ELSE
               IF PARAM-STATUS NOT = "35"
                   MOVE "Ouverture SEPA-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-PARAMETRE.

      *    Lecture et application d'une ligne de paramètre. Les
      *    lignes vides ou commençant par "*" sont ignorées, tout
      *    autre mot-clé coupe le traitement, comme dans ccblbase.

           READ SEPA-PARAM INTO WS-PARAM-REC.
           IF PARAM-STATUS = "00"
               IF WS-PARAM-REC = SPACES
                   OR WS-PARAM-REC(1:1) = "*"
                   CONTINUE
               ELSE
                   EVALUATE WS-PARAM-CLE
                       WHEN "ICS"
                           MOVE WS-PARAM-VALEUR(1:35) TO WS-ICS
                       WHEN "DELAI"
                           IF WS-PARAM-VALEUR(1:2) NUMERIC
                               MOVE WS-PARAM-VALEUR(1:2) TO WS-DELAI
                           ELSE
                               MOVE "Paramètre DELAI non numérique"
                                   TO WS-ABANDON-TEXTE
                               MOVE PARAM-STATUS
                                   TO WS-ABANDON-STATUT
                               PERFORM ABANDON-TRAITEMENT
                           END-IF
                       WHEN OTHER
                           MOVE "Paramètre inconnu"
                               TO WS-ABANDON-TEXTE
                           MOVE WS-PARAM-CLE
                               TO WS-ABANDON-TEXTE(20:10)
                           MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                   END-EVALUATE
               END-IF
           ELSE
               IF PARAM-STATUS NOT = "10"
                   MOVE "Lecture SEPA-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        GENERER-PRELEVEMENTS.

      *    Traitement P. L'échéance des prélèvements tombe DELAI
      *    jours après la date des quittances. Les quittances du
      *    jour doivent exister : un fichier absent coupe le
      *    traitement, il n'y aurait rien à remettre à la banque.

           IF WS-ICS = SPACES
               DISPLAY "Paramètre ICS absent de ccblsepa.par"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEE) + WS-DELAI).

           STRING "quittances-"   DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-QUIT-FILENAME.
           STRING "prelevements-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-PRLV-FILENAME.
           STRING "encaissements-sepa-" DELIMITED BY SIZE
                  WS-DATE-ECHEANCE      DELIMITED BY SIZE
                  ".dat"                DELIMITED BY SIZE
                  INTO WS-ENCAISSE-FILENAME.
           STRING "rapport-sepa-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-RAPPORT-FILENAME.

           OPEN INPUT QUITTANCES.
           IF QUIT-STATUS = "35"
               DISPLAY "Quittances absentes : " WS-QUIT-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF QUIT-STATUS NOT = "00"
               MOVE "Ouverture QUITTANCES" TO WS-ABANDON-TEXTE
               MOVE QUIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT SEPA-PRLV.
           IF PRLV-STATUS NOT = "00"
               MOVE "Ouverture SEPA-PRLV" TO WS-ABANDON-TEXTE
               MOVE PRLV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT SEPA-ENCAISSE.
           IF ENCAISSE-STATUS NOT = "00"
               MOVE "Ouverture SEPA-ENCAISSE" TO WS-ABANDON-TEXTE
               MOVE ENCAISSE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT SEPA-RAPPORT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Ouverture SEPA-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Quittances écartées des prélèvements du "
                      DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-QUITTANCE UNTIL WS-FIN-FICHIER = "O".

      *    Ligne de total du fichier des prélèvements, et bas du
      *    compte rendu.

           MOVE SPACES TO WS-PRLV-TOTAL.
           MOVE "T" TO WS-PRLV-T-TYPE.
           MOVE WS-ICS TO WS-PRLV-T-ICS.
           MOVE WS-DATE-ECHEANCE TO WS-PRLV-T-ECHEANCE.
           MOVE WS-CPT-PRELEVES TO WS-PRLV-T-NOMBRE.
           MOVE WS-TOTAL-PRELEVE TO WS-PRLV-T-MONTANT.
           WRITE F-DATA-PRLV FROM WS-PRLV-TOTAL.
           IF PRLV-STATUS NOT = "00"
               MOVE "Écriture SEPA-PRLV" TO WS-ABANDON-TEXTE
               MOVE PRLV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE WS-TOTAL-PRELEVE TO WS-TOTAL-EDIT(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT(11:1).
           MOVE WS-TOTAL-PRELEVE(11:2) TO WS-TOTAL-EDIT(12:2).
           MOVE SPACES TO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Quittances lues " DELIMITED BY SIZE
                  WS-CPT-QUITTANCES  DELIMITED BY SIZE
                  "  prélevées "     DELIMITED BY SIZE
                  WS-CPT-PRELEVES    DELIMITED BY SIZE
                  "  écartées "      DELIMITED BY SIZE
                  WS-CPT-ECARTES     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Total prélevé EUR " DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
                  "  échéance "        DELIMITED BY SIZE
                  WS-DATE-ECHEANCE     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.

           CLOSE QUITTANCES.
           CLOSE SEPA-PRLV.
           CLOSE SEPA-ENCAISSE.
           CLOSE SEPA-RAPPORT.

           DISPLAY "Prélèvements du " WS-DATE-TRAITEE " générés, "
               "échéance " WS-DATE-ECHEANCE ".".
           DISPLAY "Quittances lues    : " WS-CPT-QUITTANCES.
           DISPLAY "Prélevées          : " WS-CPT-PRELEVES.
           DISPLAY "  dont premiers    : " WS-CPT-FRST.
           DISPLAY "Écartées           : " WS-CPT-ECARTES.
           DISPLAY "Total EUR          : " WS-TOTAL-EDIT.

        LIRE-QUITTANCE.

           READ QUITTANCES INTO WS-QUIT-LIGNE.
           IF QUIT-STATUS = "00"
               IF WS-QUIT-ID NOT = SPACES
                   AND WS-QUIT-MONTANT NUMERIC
                   ADD 1 TO WS-CPT-QUITTANCES
                   PERFORM CONTROLER-MANDAT
                   IF WS-MOTIF-EXCLUSION = SPACES
                       PERFORM PRELEVER-QUITTANCE
                   ELSE
                       PERFORM ECARTER-QUITTANCE
                   END-IF
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

        CONTROLER-MANDAT.

      *    Contrôle du mandat du client de la quittance courante. Le
      *    prélèvement SEPA ne porte que sur l'euro ; le mandat doit
      *    exister, être actif, signé au plus tard à la date des
      *    quittances, et avoir servi (ou été signé) depuis moins de
      *    36 mois, faute de quoi il est caduc. En sortie
      *    WS-MOTIF-EXCLUSION est à blanc pour un mandat valide, et
      *    l'enregistrement du mandat est en zone.

           MOVE SPACES TO WS-MOTIF-EXCLUSION.
           IF WS-QUIT-DEVISE NOT = "EUR"
               MOVE "Devise hors SEPA" TO WS-MOTIF-EXCLUSION
           ELSE
               MOVE WS-QUIT-ID TO F-MAND-ID
               READ CLI-MANDATS
               IF MAND-STATUS = "23"
                   MOVE "Sans mandat" TO WS-MOTIF-EXCLUSION
               ELSE
                   IF MAND-STATUS NOT = "00"
                       MOVE "Lecture CLI-MANDATS" TO WS-ABANDON-TEXTE
                       MOVE MAND-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   PERFORM CONTROLER-VALIDITE
               END-IF
           END-IF.

        CONTROLER-VALIDITE.

           IF F-MAND-STATUT = "S"
               MOVE "Mandat suspendu" TO WS-MOTIF-EXCLUSION
               MOVE F-MAND-MOTIF TO WS-MOTIF-EXCLUSION(17:4)
           END-IF.
           IF F-MAND-STATUT = "R"
               MOVE "Mandat révoqué" TO WS-MOTIF-EXCLUSION
           END-IF.
           IF WS-MOTIF-EXCLUSION = SPACES
               AND F-MAND-DATE-SIGNATURE > WS-DATE-TRAITEE
               MOVE "Mandat pas encore signé" TO WS-MOTIF-EXCLUSION
           END-IF.
           IF WS-MOTIF-EXCLUSION = SPACES
               IF F-MAND-DATE-DERNIER > 0
                   MOVE F-MAND-DATE-DERNIER TO WS-DATE-REFERENCE
               ELSE
                   MOVE F-MAND-DATE-SIGNATURE TO WS-DATE-REFERENCE
               END-IF
               COMPUTE WS-JOURS-MANDAT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-TRAITEE)
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
               IF WS-JOURS-MANDAT > 1096
                   MOVE "Mandat caduc (36 mois)"
                       TO WS-MOTIF-EXCLUSION
               END-IF
           END-IF.

        PRELEVER-QUITTANCE.

      *    Prélèvement d'une quittance. La séquence est celle du
      *    mandat, sauf pour les contrats suivants d'un même client
      *    qui gardent celle du premier, et sauf pour un passage
      *    relancé le même jour, qui reprend celle déjà présentée.
      *    Le mandat passe ensuite en RCUR et garde la date et la
      *    séquence de ce prélèvement.

           IF WS-QUIT-ID = WS-ID-PRECEDENT
               MOVE WS-SEQ-PRECEDENTE TO WS-SEQUENCE
           ELSE
               IF F-MAND-DATE-DERNIER = WS-DATE-TRAITEE
                   AND F-MAND-SEQ-DERNIER NOT = SPACES
                   MOVE F-MAND-SEQ-DERNIER TO WS-SEQUENCE
               ELSE
                   MOVE F-MAND-SEQUENCE TO WS-SEQUENCE
               END-IF
           END-IF.
           MOVE WS-QUIT-ID TO WS-ID-PRECEDENT.
           MOVE WS-SEQUENCE TO WS-SEQ-PRECEDENTE.

           MOVE SPACES TO WS-PRLV-LIGNE.
           MOVE "D" TO WS-PRLV-TYPE.
           MOVE WS-ICS TO WS-PRLV-ICS.
           MOVE WS-QUIT-ID TO WS-PRLV-E2E-ID.
           MOVE WS-QUIT-NO TO WS-PRLV-E2E-NO.
           MOVE WS-DATE-ECHEANCE TO WS-PRLV-E2E-ECHEANCE.
           MOVE F-MAND-RUM TO WS-PRLV-RUM.
           MOVE F-MAND-DATE-SIGNATURE TO WS-PRLV-DATE-SIGNATURE.
           MOVE WS-SEQUENCE TO WS-PRLV-SEQUENCE.
           MOVE F-MAND-IBAN TO WS-PRLV-IBAN.
           MOVE F-MAND-BIC TO WS-PRLV-BIC.
           MOVE WS-QUIT-MONTANT TO WS-PRLV-MONTANT.
           MOVE WS-QUIT-DEVISE TO WS-PRLV-DEVISE.
           WRITE F-DATA-PRLV FROM WS-PRLV-LIGNE.
           IF PRLV-STATUS NOT = "00"
               MOVE "Écriture SEPA-PRLV" TO WS-ABANDON-TEXTE
               MOVE PRLV-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-PAIE-LIGNE.
           MOVE WS-DATE-ECHEANCE TO WS-PAIE-DATE.
           MOVE WS-QUIT-MONTANT TO WS-PAIE-MONTANT.
           MOVE WS-QUIT-DEVISE TO WS-PAIE-DEVISE.
           MOVE WS-QUIT-ID TO WS-PAIE-REF.
           MOVE WS-QUIT-NO TO WS-PAIE-CONTRAT.
           WRITE F-DATA-ENCAISSE FROM WS-PAIE-LIGNE.
           IF ENCAISSE-STATUS NOT = "00"
               MOVE "Écriture SEPA-ENCAISSE" TO WS-ABANDON-TEXTE
               MOVE ENCAISSE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE WS-DATE-TRAITEE TO F-MAND-DATE-DERNIER.
           MOVE WS-SEQUENCE TO F-MAND-SEQ-DERNIER.
           MOVE "RCUR" TO F-MAND-SEQUENCE.
           REWRITE F-DATA-MAND.
           IF MAND-STATUS NOT = "00"
               MOVE "Réécriture CLI-MANDATS" TO WS-ABANDON-TEXTE
               MOVE MAND-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           ADD 1 TO WS-CPT-PRELEVES.
           IF WS-SEQUENCE = "FRST"
               ADD 1 TO WS-CPT-FRST
           END-IF.
           ADD WS-QUIT-MONTANT TO WS-TOTAL-PRELEVE.

        ECARTER-QUITTANCE.

      *    Quittance écartée : une ligne au compte rendu avec le
      *    motif. Le client règle alors par virement, rapproché par
      *    ccblpaie comme avant.

           ADD 1 TO WS-CPT-ECARTES.
           MOVE WS-QUIT-ID TO WS-RAP-ID.
           MOVE WS-QUIT-NO TO WS-RAP-CONTRAT.
           MOVE WS-QUIT-MONTANT TO WS-MONTANT-EDIT(1:6).
           MOVE WS-QUIT-MONTANT(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           MOVE WS-MONTANT-EDIT TO WS-RAP-MONTANT.
           MOVE WS-QUIT-DEVISE TO WS-RAP-DEVISE.
           MOVE WS-MOTIF-EXCLUSION TO WS-RAP-MOTIF.
           MOVE WS-RAPPORT-LIGNE TO WS-LIGNE-EDIT.
           PERFORM ECRIRE-RAPPORT.

        ECRIRE-RAPPORT.

           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Écriture SEPA-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        TRAITER-REJETS.

      *    Traitement R. Un fichier d'impayés déjà présent pour la
      *    date signale des rejets déjà traités : les remettre en
      *    attente une seconde fois doublerait les impayés.

           STRING "rejets-sepa-"  DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-REJETS-FILENAME.
           STRING "impayes-sepa-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-IMPAYES-FILENAME.

           OPEN INPUT SEPA-IMPAYES.
           IF IMPAYES-STATUS = "00"
               CLOSE SEPA-IMPAYES
               DISPLAY "Rejets du " WS-DATE-TRAITEE
                   " déjà traités : " WS-IMPAYES-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SEPA-REJETS.
           IF REJETS-STATUS = "35"
               DISPLAY "Fichier des rejets absent : "
                   WS-REJETS-FILENAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REJETS-STATUS NOT = "00"
               MOVE "Ouverture SEPA-REJETS" TO WS-ABANDON-TEXTE
               MOVE REJETS-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT SEPA-IMPAYES.
           IF IMPAYES-STATUS NOT = "00"
               MOVE "Ouverture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
               MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    La file d'attente est complétée en extension ; ccblpaie
      *    la relit en tête de son prochain passage. Le statut "05"
      *    est l'ouverture normale d'un fichier encore absent.

           OPEN EXTEND PAIE-ATTENTE.
           IF ATTENTE-STATUS NOT = "00" AND ATTENTE-STATUS NOT = "05"
               MOVE "Ouverture PAIE-ATTENTE" TO WS-ABANDON-TEXTE
               MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-REJET UNTIL WS-FIN-FICHIER = "O".

           CLOSE PAIE-ATTENTE.
           CLOSE SEPA-IMPAYES.
           CLOSE SEPA-REJETS.

           MOVE WS-TOTAL-REJETE TO WS-TOTAL-EDIT(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT(11:1).
           MOVE WS-TOTAL-REJETE(11:2) TO WS-TOTAL-EDIT(12:2).
           DISPLAY "Rejets du " WS-DATE-TRAITEE " traités.".
           DISPLAY "Rejets remis en impayé : " WS-CPT-REJETS.
           DISPLAY "Lignes illisibles      : " WS-CPT-ILLISIBLES.
           DISPLAY "Mandats suspendus      : " WS-CPT-SUSPENDUS.
           DISPLAY "Total rejeté           : " WS-TOTAL-EDIT.

        LIRE-REJET.

           READ SEPA-REJETS INTO WS-REJET-LIGNE.
           IF REJETS-STATUS = "00"
               IF WS-REJET-E2E-ID = SPACES
                   OR WS-REJET-MONTANT NOT NUMERIC
                   OR WS-REJET-E2E-ECHEANCE NOT NUMERIC
                   OR WS-REJET-DATE NOT NUMERIC
                   ADD 1 TO WS-CPT-ILLISIBLES
                   DISPLAY "Rejet illisible ignoré : " WS-REJET-E2E
               ELSE
                   PERFORM ENREGISTRER-REJET
               END-IF
           ELSE
               IF REJETS-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture SEPA-REJETS" TO WS-ABANDON-TEXTE
                   MOVE REJETS-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ENREGISTRER-REJET.

      *    Un prélèvement rejeté : la quittance revient en impayé
      *    dans la file d'attente (datée de l'échéance, marque "R"),
      *    l'impayé part au débit du compte client, et le mandat
      *    garde le motif du rejet.

           MOVE SPACES TO WS-PAIE-LIGNE.
           MOVE WS-REJET-E2E-ECHEANCE TO WS-PAIE-DATE.
           MOVE WS-REJET-MONTANT TO WS-PAIE-MONTANT.
           MOVE WS-REJET-DEVISE TO WS-PAIE-DEVISE.
           MOVE WS-REJET-E2E-ID TO WS-PAIE-REF.
           MOVE WS-REJET-E2E-NO TO WS-PAIE-CONTRAT.
           MOVE "R" TO WS-PAIE-ORIGINE.
           WRITE F-DATA-ATTENTE FROM WS-PAIE-LIGNE.
           IF ATTENTE-STATUS NOT = "00"
               MOVE "Écriture PAIE-ATTENTE" TO WS-ABANDON-TEXTE
               MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-IMPAYE-LIGNE.
           MOVE WS-REJET-E2E-ID TO WS-IMPAYE-ID.
           MOVE WS-REJET-E2E-NO TO WS-IMPAYE-CONTRAT.
           MOVE WS-REJET-E2E-ECHEANCE TO WS-IMPAYE-ECHEANCE.
           MOVE WS-REJET-MONTANT TO WS-IMPAYE-MONTANT.
           MOVE WS-REJET-DEVISE TO WS-IMPAYE-DEVISE.
           MOVE WS-REJET-MOTIF TO WS-IMPAYE-MOTIF.
           MOVE WS-REJET-DATE TO WS-IMPAYE-DATE-REJET.
           WRITE F-DATA-IMPAYE FROM WS-IMPAYE-LIGNE.
           IF IMPAYES-STATUS NOT = "00"
               MOVE "Écriture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
               MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           ADD 1 TO WS-CPT-REJETS.
           ADD WS-IMPAYE-MONTANT TO WS-TOTAL-REJETE.
           PERFORM NOTER-REJET-MANDAT.

        NOTER-REJET-MANDAT.

      *    Report du rejet sur le mandat. Le rejet d'un premier
      *    prélèvement remet le mandat en FRST ; un motif définitif
      *    le suspend jusqu'à sa reprise par ccblmand. Un mandat
      *    supprimé depuis est signalé sans arrêter le traitement.

           MOVE WS-REJET-E2E-ID TO F-MAND-ID.
           READ CLI-MANDATS.
           IF MAND-STATUS = "23"
               DISPLAY "Rejet sans mandat : " WS-REJET-E2E-ID
           ELSE
               IF MAND-STATUS NOT = "00"
                   MOVE "Lecture CLI-MANDATS" TO WS-ABANDON-TEXTE
                   MOVE MAND-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               MOVE WS-REJET-MOTIF TO F-MAND-MOTIF
               IF F-MAND-SEQ-DERNIER = "FRST"
                   MOVE "FRST" TO F-MAND-SEQUENCE
               END-IF
               MOVE "N" TO WS-MOTIF-DEFINITIF
               PERFORM COMPARER-MOTIF VARYING WS-MOTIF-IDX
               FROM 1 BY 4 UNTIL WS-MOTIF-IDX > 24
               OR WS-MOTIF-DEFINITIF = "O"
               IF WS-MOTIF-DEFINITIF = "O"
                   AND F-MAND-STATUT = "A"
                   MOVE "S" TO F-MAND-STATUT
                   ADD 1 TO WS-CPT-SUSPENDUS
                   DISPLAY "Mandat suspendu : " F-MAND-ID
                       " motif " WS-REJET-MOTIF
               END-IF
               REWRITE F-DATA-MAND
               IF MAND-STATUS NOT = "00"
                   MOVE "Réécriture CLI-MANDATS" TO WS-ABANDON-TEXTE
                   MOVE MAND-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        COMPARER-MOTIF.

           IF WS-MOTIFS-DEFINITIFS(WS-MOTIF-IDX:4) = WS-REJET-MOTIF
               MOVE "O" TO WS-MOTIF-DEFINITIF
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
