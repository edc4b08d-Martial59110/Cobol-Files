       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblsini.

      *    Tenue du fichier des sinistres, en conversationnel sur la
      *    console comme ccblmaint : déclaration d'un sinistre sur un
      *    ID-NUM du fichier maître (date de déclaration, nature,
      *    provision estimée), révision de la nature ou de la
      *    provision, saisie des règlements, clôture, et consultation
      *    des sinistres d'un client. Chaque sinistre est repéré par
      *    l'ID-NUM et un numéro d'ordre attribué à la déclaration.
      *    Une déclaration est refusée quand le client n'était pas
      *    Actif à la date de déclaration - statut lu dans
      *    l'instantané de ce jour-là écrit par ccblbase, à défaut
      *    dans le maître - et signalée, avec confirmation de
      *    l'opérateur, quand le client a des paiements en
      *    souffrance dans la file d'attente de ccblpaie. Remplace le
      *    tableur des sinistres tenu à part et ressaisi à la main.
      *    La session s'ouvre par code et mot de passe contre le
      *    fichier des opérateurs de ccbloper : rôle C pour consulter,
      *    M pour déclarer ou mettre à jour un sinistre ; les refus
      *    sont tracés au journal de sécurité.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Fichier des sinistres, clé ID-NUM + numéro d'ordre. Accès
      *    dynamique : le numéro d'une déclaration et la liste des
      *    sinistres d'un client se lisent par START sur l'ID-NUM.

           SELECT SINISTRES ASSIGN TO "sinistres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-SIN-CLE
           FILE STATUS IS SIN-STATUS.

      *    Instantané du jour de déclaration écrit par ccblbase, sondé
      *    pour le statut du client à cette date.

           SELECT ASSU-INST ASSIGN TO DYNAMIC WS-INST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INST-STATUS.

      *    File d'attente des paiements non rapprochés de ccblpaie.

           SELECT PAIE-ATTENTE ASSIGN TO "paiements-attente.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTENTE-STATUS.

      *    Fichier des opérateurs tenu par ccbloper, pour
      *    l'ouverture de session, et journal de sécurité.

           SELECT CLI-OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-OPER-CODE
           FILE STATUS IS OPER-STATUS.

           SELECT OPTIONAL CLI-SECURITE
           ASSIGN TO "journal-securite.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-MAITRE.
        01 F-DATA-MAITRE.
           03 F-MAITRE-ID-NUM PIC X(8).
           03 F-MAITRE-ID-NAME PIC X(15).
           03 F-MAITRE-LIBELLE PIC X(16).
           03 F-MAITRE-DESCRIPTION PIC X(40).
           03 F-MAITRE-STATUT PIC X(11).
           03 F-MAITRE-NUMBER1 PIC X(8).
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD SINISTRES.
        01 F-DATA-SIN.
           03 F-SIN-CLE.
              05 F-SIN-ID PIC X(8).
              05 F-SIN-NO PIC 9(4).
           03 F-SIN-DATE-DECL PIC 9(8).
           03 F-SIN-NATURE PIC X(30).
           03 F-SIN-RESERVE PIC 9(8).
           03 F-SIN-REGLE PIC 9(8).
           03 F-SIN-DEVISE PIC X(3).
           03 F-SIN-ETAT PIC X(1).
           03 F-SIN-DATE-CLOTURE PIC 9(8).
           03 F-SIN-ALERTE PIC X(1).
           03 F-SIN-DATE-REGLEMENT PIC 9(8).
           03 F-SIN-OPERATEUR PIC X(8).
           03 FILLER PIC X(5).

       FD ASSU-INST.
       01 F-DATA-INST PIC X(30).

       FD PAIE-ATTENTE.
       01 F-DATA-ATTENTE PIC X(31).

       FD CLI-OPERATEURS.
        01 F-DATA-OPER.
           03 F-OPER-CODE PIC X(8).
           03 F-OPER-NOM PIC X(30).
           03 F-OPER-MOT-PASSE PIC X(12).
           03 F-OPER-ACTIF PIC X(1).
           03 F-OPER-ROLE PIC X(1).
           03 F-OPER-ECHECS PIC 9(2).
           03 F-OPER-DATE-CONNEXION PIC 9(8).
           03 F-OPER-DATE-MAJ PIC 9(8).
           03 FILLER PIC X(10).

       FD CLI-SECURITE.
       01 F-DATA-SECU PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  SIN-STATUS PIC X(2).
       01  INST-STATUS PIC X(2).
       01  ATTENTE-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).

      *    Choix de l'opérateur : D = déclaration, M = modification,
      *    R = règlement, C = clôture, V = visualisation des
      *    sinistres d'un client, F = fin de la session.

       01  WS-ACTION PIC X(1).
       01  WS-OPERATEUR PIC X(8).
       01  WS-ID-SAISI PIC X(8).
       01  WS-NO-SAISI PIC X(4).
       01  WS-DATE-JOUR PIC 9(8).

      *    Zones de saisie du sinistre. Les montants sont saisis en
      *    clair puis contrôlés numériques, comme dans ccblmaint.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-SAISIE-NATURE PIC X(30).
       01  WS-SAISIE-MONTANT PIC X(8).
       01  WS-SAISIE-DEVISE PIC X(3).
       01  WS-SAISIE-VALIDE PIC X(1).
       01  WS-DATE-DECL PIC 9(8).
       01  WS-MONTANT PIC 9(8).
       01  WS-NO-SUIVANT PIC 9(4).
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-CPT-SINISTRES PIC 9(4).

      *    Contrôles de la déclaration : statut du client à la date
      *    de déclaration et origine de ce statut, nombre de
      *    paiements en souffrance dans la file d'attente.

       01  WS-INST-FILENAME PIC X(40).
       01  WS-STATUT-DECL PIC X(11).
       01  WS-STATUT-ORIGINE PIC X(20).
       01  WS-CPT-ATTENTE PIC 9(4).
       01  WS-ALERTE PIC X(1).
       01  WS-INST-LIGNE.
           03 WS-INST-ID PIC X(8).
           03 WS-INST-STATUT PIC X(11).
           03 WS-INST-MONTANT PIC 9(8).
           03 WS-INST-DEVISE PIC X(3).
       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 FILLER PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

      *    Zones d'édition des montants dans le format à virgule des
      *    rapports.

       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-EDIT-SOURCE PIC 9(8).
       01  VIRGULE PIC X VALUE ",".

      *    Identification de l'opérateur en début de session, comme
      *    dans ccbloper : mot de passe saisi, rôle retenu et son
      *    rang (C=1 M=2 S=3 A=4), rang minimum exigé, seuil de
      *    verrouillage ; rôle exigé par une action et son issue.

       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "C".
       01  WS-ROLE-AUTORISE PIC X(1).
       01  WS-ECHECS-MAX PIC 9(2) VALUE 3.

      *    Ligne du journal de sécurité, dans la découpe de
      *    ccbloper.

       01  WS-SECU-JOUR PIC 9(8).
       01  WS-SECU-HEURE PIC 9(8).
       01  WS-SECU-LIGNE.
           03 WS-SECU-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblsini".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-CIBLE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-MOTIF PIC X(40).
           03 FILLER PIC X(14) VALUE SPACES.

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.

      *    L'opérateur ouvre la session, comme dans ccblinq : rôle C
      *    au moins pour consulter ; toute mise à jour d'un sinistre
      *    exige le rôle M. Son code est porté sur chaque sinistre
      *    mis à jour.

           PERFORM IDENTIFIER-OPERATEUR.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           OPEN INPUT CLI-MAITRE.
           IF MAITRE-STATUS = "35"
               DISPLAY "Maître absent : lancer d'abord ccblmast"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Fichier des sinistres créé vide à la première session,
      *    comme le maître par ccblmast.

           OPEN I-O SINISTRES.
           IF SIN-STATUS = "35"
               OPEN OUTPUT SINISTRES
               CLOSE SINISTRES
               OPEN I-O SINISTRES
           END-IF.
           IF SIN-STATUS NOT = "00"
               MOVE "Ouverture SINISTRES" TO WS-ABANDON-TEXTE
               MOVE SIN-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM TRAITER-UNE-ACTION UNTIL WS-ACTION = "F".

           CLOSE SINISTRES.
           CLOSE CLI-MAITRE.
           DISPLAY "Fin de la tenue des sinistres.".
           STOP RUN.

        TRAITER-UNE-ACTION.

      *    Une itération de la session : choix de l'action, saisie de
      *    la clé, puis aiguillage, sur le modèle de ccblmaint.

           DISPLAY " ".
           DISPLAY "Action (D=déclaration M=modification R=règlement"
               " C=clôture V=visualisation F=fin) ?".
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "dmrcvf" TO "DMRCVF".
           IF WS-ACTION = "D" OR WS-ACTION = "M" OR WS-ACTION = "R"
               OR WS-ACTION = "C" OR WS-ACTION = "V"
               DISPLAY "ID-NUM du client ?"
               MOVE SPACES TO WS-ID-SAISI
               ACCEPT WS-ID-SAISI
               IF WS-ID-SAISI = SPACES
                   DISPLAY "ID-NUM obligatoire."
               ELSE
                   MOVE "O" TO WS-ROLE-AUTORISE
                   IF WS-ACTION NOT = "V"
                       MOVE "M" TO WS-ROLE-CODE
                       MOVE "Mise à jour sinistre refusée"
                           TO WS-SECU-L-MOTIF
                       PERFORM CONTROLER-ROLE
                   END-IF
               END-IF
               IF WS-ID-SAISI NOT = SPACES
                   AND WS-ROLE-AUTORISE = "O"
                   EVALUATE WS-ACTION
                       WHEN "D"
                           PERFORM DECLARER-SINISTRE
                       WHEN "V"
                           PERFORM LISTER-SINISTRES
                       WHEN OTHER
                           PERFORM MAJ-SINISTRE
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-ACTION NOT = "F"
                   DISPLAY "Choix non reconnu."
               END-IF
           END-IF.

        DECLARER-SINISTRE.

      *    Déclaration d'un nouveau sinistre : le client doit figurer
      *    au maître et avoir été Actif à la date de déclaration.
      *    Des paiements en souffrance dans la file d'attente sont
      *    signalés ; l'opérateur confirme ou abandonne, et le
      *    sinistre enregistré porte alors la marque d'alerte "A".

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "23"
               DISPLAY "ID-NUM inconnu : " WS-ID-SAISI
           ELSE
               IF MAITRE-STATUS NOT = "00"
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               DISPLAY "Société : " F-MAITRE-DESCRIPTION
               MOVE "O" TO WS-SAISIE-VALIDE
               DISPLAY "Date de déclaration (AAAAMMJJ, vide = "
                   "aujourd'hui) ?"
               MOVE SPACES TO WS-SAISIE-DATE
               ACCEPT WS-SAISIE-DATE
               IF WS-SAISIE-DATE = SPACES
                   MOVE WS-DATE-JOUR TO WS-DATE-DECL
               ELSE
                   IF WS-SAISIE-DATE NUMERIC
                       MOVE WS-SAISIE-DATE TO WS-DATE-DECL
                   ELSE
                       DISPLAY "Date non numérique : déclaration "
                           "abandonnée."
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM CONTROLER-STATUT-DECL
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM CONTROLER-ATTENTE
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM SAISIR-DECLARATION
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM ENREGISTRER-DECLARATION
               END-IF
           END-IF.

        CONTROLER-STATUT-DECL.

      *    Statut du client à la date de déclaration : lu dans
      *    l'instantané de ce jour-là quand ccblbase en a écrit un,
      *    sinon dans le maître. Un client absent de l'instantané
      *    n'était pas en portefeuille à cette date. Tout statut
      *    autre que Actif refuse la déclaration.

           MOVE SPACES TO WS-INST-FILENAME.
           STRING "instantane-assurances-" DELIMITED BY SIZE
                  WS-DATE-DECL             DELIMITED BY SIZE
                  ".dat"                   DELIMITED BY SIZE
                  INTO WS-INST-FILENAME.
           MOVE SPACES TO WS-STATUT-DECL.
           OPEN INPUT ASSU-INST.
           IF INST-STATUS = "00"
               MOVE "instantané du jour" TO WS-STATUT-ORIGINE
               MOVE "Hors portefeuille" TO WS-STATUT-DECL
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-INSTANTANE UNTIL WS-FIN-FICHIER = "O"
               CLOSE ASSU-INST
           ELSE
               IF INST-STATUS = "35"
                   MOVE "maître" TO WS-STATUT-ORIGINE
                   MOVE F-MAITRE-STATUT TO WS-STATUT-DECL
               ELSE
                   MOVE "Ouverture ASSU-INST" TO WS-ABANDON-TEXTE
                   MOVE INST-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-STATUT-DECL NOT = "Actif"
               DISPLAY "Déclaration refusée : client "
                   WS-STATUT-DECL " au " WS-DATE-DECL
                   " (" WS-STATUT-ORIGINE ")."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        LIRE-INSTANTANE.

           READ ASSU-INST INTO WS-INST-LIGNE.
           IF INST-STATUS = "00"
               IF WS-INST-ID = WS-ID-SAISI
                   MOVE WS-INST-STATUT TO WS-STATUT-DECL
               END-IF
           ELSE
               IF INST-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture ASSU-INST" TO WS-ABANDON-TEXTE
                   MOVE INST-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONTROLER-ATTENTE.

      *    Recherche de paiements en souffrance du client dans la
      *    file d'attente de ccblpaie. Fichier absent = attente vide.

           MOVE 0 TO WS-CPT-ATTENTE.
           OPEN INPUT PAIE-ATTENTE.
           IF ATTENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-ATTENTE UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-ATTENTE
           ELSE
               IF ATTENTE-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-ATTENTE" TO WS-ABANDON-TEXTE
                   MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           MOVE SPACE TO WS-ALERTE.
           IF WS-CPT-ATTENTE > 0
               DISPLAY "ALERTE : " WS-CPT-ATTENTE
                   " paiement(s) en souffrance dans l'attente."
               DISPLAY "Enregistrer malgré tout (O/N) ?"
               ACCEPT WS-SAISIE-VALIDE
               INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O"
               IF WS-SAISIE-VALIDE = "O"
                   MOVE "A" TO WS-ALERTE
               ELSE
                   DISPLAY "Déclaration abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
           END-IF.

        LIRE-ATTENTE.

           READ PAIE-ATTENTE INTO WS-PAIE-LIGNE.
           IF ATTENTE-STATUS = "00"
               IF WS-PAIE-REF = WS-ID-SAISI
                   ADD 1 TO WS-CPT-ATTENTE
               END-IF
           ELSE
               IF ATTENTE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-ATTENTE" TO WS-ABANDON-TEXTE
                   MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAISIR-DECLARATION.

      *    Saisie de la nature, de la provision estimée et de la
      *    devise (vide = devise du client au maître).

           DISPLAY "Nature du sinistre ?".
           MOVE SPACES TO WS-SAISIE-NATURE.
           ACCEPT WS-SAISIE-NATURE.
           DISPLAY "Provision estimée (8 chiffres, en centimes) ?".
           MOVE SPACES TO WS-SAISIE-MONTANT.
           ACCEPT WS-SAISIE-MONTANT.
           DISPLAY "Devise (vide = " F-MAITRE-EURO ") ?".
           MOVE SPACES TO WS-SAISIE-DEVISE.
           ACCEPT WS-SAISIE-DEVISE.
           IF WS-SAISIE-DEVISE = SPACES
               MOVE F-MAITRE-EURO TO WS-SAISIE-DEVISE
           END-IF.
           IF WS-SAISIE-NATURE = SPACES
               DISPLAY "Nature obligatoire : déclaration abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-MONTANT NOT NUMERIC
               DISPLAY "Montant non numérique : déclaration "
                   "abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        ENREGISTRER-DECLARATION.

      *    Attribution du numéro d'ordre suivant du client et
      *    écriture du sinistre, ouvert.

           PERFORM CHERCHER-NO-SUIVANT.
           MOVE SPACES TO F-DATA-SIN.
           MOVE WS-ID-SAISI TO F-SIN-ID.
           MOVE WS-NO-SUIVANT TO F-SIN-NO.
           MOVE WS-DATE-DECL TO F-SIN-DATE-DECL.
           MOVE WS-SAISIE-NATURE TO F-SIN-NATURE.
           MOVE WS-SAISIE-MONTANT TO F-SIN-RESERVE.
           MOVE 0 TO F-SIN-REGLE.
           MOVE WS-SAISIE-DEVISE TO F-SIN-DEVISE.
           MOVE "O" TO F-SIN-ETAT.
           MOVE 0 TO F-SIN-DATE-CLOTURE.
           MOVE 0 TO F-SIN-DATE-REGLEMENT.
           MOVE WS-ALERTE TO F-SIN-ALERTE.
           MOVE WS-OPERATEUR TO F-SIN-OPERATEUR.
           WRITE F-DATA-SIN.
           IF SIN-STATUS NOT = "00"
               MOVE "Écriture SINISTRES" TO WS-ABANDON-TEXTE
               MOVE SIN-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           DISPLAY "Sinistre " WS-ID-SAISI "/" WS-NO-SUIVANT
               " enregistré.".

        CHERCHER-NO-SUIVANT.

      *    Numéro d'ordre suivant : balayage des sinistres du client
      *    depuis sa première clé, le dernier lu donnant le plus
      *    grand numéro.

           MOVE 0 TO WS-NO-SUIVANT.
           MOVE WS-ID-SAISI TO F-SIN-ID.
           MOVE 0 TO F-SIN-NO.
           START SINISTRES KEY IS NOT LESS THAN F-SIN-CLE.
           IF SIN-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-NO-SINISTRE UNTIL WS-FIN-FICHIER = "O"
           END-IF.
           ADD 1 TO WS-NO-SUIVANT.

        LIRE-NO-SINISTRE.

           READ SINISTRES NEXT RECORD.
           IF SIN-STATUS = "00" AND F-SIN-ID = WS-ID-SAISI
               MOVE F-SIN-NO TO WS-NO-SUIVANT
           ELSE
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.

        MAJ-SINISTRE.

      *    Modification, règlement ou clôture d'un sinistre : saisie
      *    du numéro d'ordre, lecture, puis aiguillage. Un sinistre
      *    clos n'est plus modifiable.

           DISPLAY "Numéro du sinistre ?".
           MOVE SPACES TO WS-NO-SAISI.
           ACCEPT WS-NO-SAISI.
           IF WS-NO-SAISI NOT NUMERIC
               DISPLAY "Numéro non numérique (4 chiffres)."
           ELSE
               MOVE WS-ID-SAISI TO F-SIN-ID
               MOVE WS-NO-SAISI TO F-SIN-NO
               READ SINISTRES
               IF SIN-STATUS = "23"
                   DISPLAY "Sinistre inconnu : " WS-ID-SAISI "/"
                       WS-NO-SAISI
               ELSE
                   IF SIN-STATUS NOT = "00"
                       MOVE "Lecture SINISTRES" TO WS-ABANDON-TEXTE
                       MOVE SIN-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   PERFORM AFFICHER-SINISTRE
                   IF F-SIN-ETAT = "C"
                       DISPLAY "Sinistre clos : aucune mise à jour."
                   ELSE
                       EVALUATE WS-ACTION
                           WHEN "M"
                               PERFORM MODIFIER-SINISTRE
                           WHEN "R"
                               PERFORM REGLER-SINISTRE
                           WHEN "C"
                               PERFORM CLORE-SINISTRE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

        MODIFIER-SINISTRE.

      *    Révision de la nature et de la provision ; une saisie
      *    vide conserve la valeur en place.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Nature (vide = inchangée) ?".
           MOVE SPACES TO WS-SAISIE-NATURE.
           ACCEPT WS-SAISIE-NATURE.
           DISPLAY "Provision (vide = inchangée) ?".
           MOVE SPACES TO WS-SAISIE-MONTANT.
           ACCEPT WS-SAISIE-MONTANT.
           IF WS-SAISIE-MONTANT NOT = SPACES
               AND WS-SAISIE-MONTANT NOT NUMERIC
               DISPLAY "Montant non numérique : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               IF WS-SAISIE-NATURE NOT = SPACES
                   MOVE WS-SAISIE-NATURE TO F-SIN-NATURE
               END-IF
               IF WS-SAISIE-MONTANT NOT = SPACES
                   MOVE WS-SAISIE-MONTANT TO F-SIN-RESERVE
               END-IF
               PERFORM REECRIRE-SINISTRE
               DISPLAY "Sinistre modifié."
           END-IF.

        REGLER-SINISTRE.

      *    Saisie d'un règlement : le montant s'ajoute au cumul
      *    réglé et s'impute sur la provision, qui ne descend pas
      *    sous zéro.

           DISPLAY "Montant du règlement (8 chiffres, en centimes) ?".
           MOVE SPACES TO WS-SAISIE-MONTANT.
           ACCEPT WS-SAISIE-MONTANT.
           IF WS-SAISIE-MONTANT NOT NUMERIC
               DISPLAY "Montant non numérique : action abandonnée."
           ELSE
               MOVE WS-SAISIE-MONTANT TO WS-MONTANT
               ADD WS-MONTANT TO F-SIN-REGLE
               IF WS-MONTANT > F-SIN-RESERVE
                   MOVE 0 TO F-SIN-RESERVE
               ELSE
                   SUBTRACT WS-MONTANT FROM F-SIN-RESERVE
               END-IF
               MOVE WS-DATE-JOUR TO F-SIN-DATE-REGLEMENT
               PERFORM REECRIRE-SINISTRE
               DISPLAY "Règlement enregistré."
               PERFORM AFFICHER-SINISTRE
           END-IF.

        CLORE-SINISTRE.

      *    Clôture : la provision restante est annulée, le réglé
      *    devient définitif.

           DISPLAY "Confirmer la clôture (O/N) ?".
           ACCEPT WS-SAISIE-VALIDE.
           INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O".
           IF WS-SAISIE-VALIDE = "O"
               MOVE "C" TO F-SIN-ETAT
               MOVE 0 TO F-SIN-RESERVE
               MOVE WS-DATE-JOUR TO F-SIN-DATE-CLOTURE
               PERFORM REECRIRE-SINISTRE
               DISPLAY "Sinistre clos."
           ELSE
               DISPLAY "Clôture abandonnée."
           END-IF.

        REECRIRE-SINISTRE.

           MOVE WS-OPERATEUR TO F-SIN-OPERATEUR.
           REWRITE F-DATA-SIN.
           IF SIN-STATUS NOT = "00"
               MOVE "Réécriture SINISTRES" TO WS-ABANDON-TEXTE
               MOVE SIN-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        LISTER-SINISTRES.

      *    Consultation de tous les sinistres d'un client, dans
      *    l'ordre des numéros.

           MOVE 0 TO WS-CPT-SINISTRES.
           MOVE WS-ID-SAISI TO F-SIN-ID.
           MOVE 0 TO F-SIN-NO.
           START SINISTRES KEY IS NOT LESS THAN F-SIN-CLE.
           IF SIN-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-SINISTRE-CLIENT
                   UNTIL WS-FIN-FICHIER = "O"
           END-IF.
           IF WS-CPT-SINISTRES = 0
               DISPLAY "Aucun sinistre pour " WS-ID-SAISI
           ELSE
               DISPLAY WS-CPT-SINISTRES " sinistre(s)."
           END-IF.

        LIRE-SINISTRE-CLIENT.

           READ SINISTRES NEXT RECORD.
           IF SIN-STATUS = "00" AND F-SIN-ID = WS-ID-SAISI
               ADD 1 TO WS-CPT-SINISTRES
               DISPLAY " "
               PERFORM AFFICHER-SINISTRE
           ELSE
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.

        AFFICHER-SINISTRE.

      *    Affichage d'un sinistre, les montants dans le format à
      *    virgule des rapports.

           DISPLAY "Sinistre  : " F-SIN-ID "/" F-SIN-NO
               "  déclaré le " F-SIN-DATE-DECL.
           DISPLAY "Nature    : " F-SIN-NATURE.
           MOVE F-SIN-RESERVE TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           DISPLAY "Provision : " WS-MONTANT-EDIT " " F-SIN-DEVISE.
           MOVE F-SIN-REGLE TO WS-EDIT-SOURCE.
           PERFORM EDITER-MONTANT.
           DISPLAY "Réglé     : " WS-MONTANT-EDIT " " F-SIN-DEVISE.
           IF F-SIN-ETAT = "C"
               DISPLAY "État      : clos le " F-SIN-DATE-CLOTURE
           ELSE
               DISPLAY "État      : ouvert"
           END-IF.
           IF F-SIN-ALERTE = "A"
               DISPLAY "Alerte    : paiements en souffrance à la "
                   "déclaration"
           END-IF.

        EDITER-MONTANT.

           MOVE WS-EDIT-SOURCE TO WS-MONTANT-EDIT(1:6).
           MOVE WS-EDIT-SOURCE(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).

        IDENTIFIER-OPERATEUR.

      *    Ouverture de session, comme dans ccbloper : code et mot
      *    de passe contrôlés contre le fichier des opérateurs, puis
      *    le rôle contre WS-ROLE-MINIMUM. Toute connexion refusée
      *    est tracée au journal de sécurité et arrête le
      *    programme ; un mot de passe erroné compte un échec, le
      *    troisième verrouille l'opérateur.

           ACCEPT WS-SECU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Code opérateur ?".
           MOVE SPACES TO WS-OPERATEUR.
           ACCEPT WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "Code opérateur obligatoire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           OPEN I-O CLI-OPERATEURS.
           IF OPER-STATUS = "35"
               DISPLAY "Fichier des opérateurs absent : lancer "
                   "d'abord ccbloper"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE WS-OPERATEUR TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "23"
               MOVE "Opérateur inconnu" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ACTIF NOT = "O"
               MOVE "Opérateur inactif" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "Opérateur verrouillé" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-MOT-PASSE NOT = WS-MOT-PASSE
               PERFORM COMPTER-ECHEC
               MOVE "Mot de passe erroné" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE F-OPER-ROLE TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           MOVE WS-ROLE-RANG TO WS-ROLE-RANG-OPER.
           MOVE WS-ROLE-MINIMUM TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE SPACES TO WS-SECU-L-MOTIF
               STRING "Rôle insuffisant : " DELIMITED BY SIZE
                      F-OPER-ROLE          DELIMITED BY SIZE
                      INTO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE 0 TO F-OPER-ECHECS.
           MOVE WS-SECU-JOUR TO F-OPER-DATE-CONNEXION.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE F-OPER-ROLE TO WS-ROLE.

        COMPTER-ECHEC.

      *    Un échec de plus ; au seuil, l'opérateur est verrouillé
      *    et le verrouillage tracé à part.

           ADD 1 TO F-OPER-ECHECS.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "V" TO WS-SECU-L-TYPE
               MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE
               MOVE "Verrouillage après échecs répétés"
                   TO WS-SECU-L-MOTIF
               PERFORM NOTER-SECURITE
           END-IF.

        REFUSER-CONNEXION.

           CLOSE CLI-OPERATEURS.
           MOVE "C" TO WS-SECU-L-TYPE.
           MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE.
           PERFORM NOTER-SECURITE.
           DISPLAY "Connexion refusée.".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

        CONTROLER-ROLE.

      *    Droit de l'opérateur sur l'action en cours : le rôle
      *    exigé est posé dans WS-ROLE-CODE et le motif de refus
      *    dans WS-SECU-L-MOTIF. Un refus est signalé et tracé au
      *    journal de sécurité.

           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE "N" TO WS-ROLE-AUTORISE
               DISPLAY "Action non autorisée pour le rôle " WS-ROLE
                   "."
               MOVE "A" TO WS-SECU-L-TYPE
               MOVE WS-ID-SAISI TO WS-SECU-L-CIBLE
               PERFORM NOTER-SECURITE
           ELSE
               MOVE "O" TO WS-ROLE-AUTORISE
           END-IF.

        CLASSER-ROLE.

      *    Rang du rôle WS-ROLE-CODE dans WS-ROLE-RANG ; un code
      *    inconnu ne donne aucun droit.

           EVALUATE WS-ROLE-CODE
               WHEN "C"
                   MOVE 1 TO WS-ROLE-RANG
               WHEN "M"
                   MOVE 2 TO WS-ROLE-RANG
               WHEN "S"
                   MOVE 3 TO WS-ROLE-RANG
               WHEN "A"
                   MOVE 4 TO WS-ROLE-RANG
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-RANG
           END-EVALUATE.

        NOTER-SECURITE.

      *    Ajout d'une ligne au journal de sécurité ; le type, la
      *    clé visée et le motif sont posés par l'appelant.

           MOVE WS-SECU-JOUR TO WS-SECU-L-DATE.
           ACCEPT WS-SECU-HEURE FROM TIME.
           MOVE WS-SECU-HEURE(1:6) TO WS-SECU-L-HEURE.
           MOVE WS-OPERATEUR TO WS-SECU-L-OPER.
           OPEN EXTEND CLI-SECURITE.
           IF SECU-STATUS NOT = "00" AND SECU-STATUS NOT = "05"
               MOVE "Ouverture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           WRITE F-DATA-SECU FROM WS-SECU-LIGNE.
           IF SECU-STATUS NOT = "00"
               MOVE "Écriture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-SECURITE.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
