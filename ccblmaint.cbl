      *    console. Remplace l'édition à la main des fichiers plats à
      *    largeur fixe, qui est à l'origine du bourrage d'étoiles que
      *    ccblbase doit nettoyer par INSPECT.
      *    L'action C tient les contrats du client (contrats.dat,
      *    clé ID-NUM + numéro de contrat) : après chaque ajout,
      *    modification ou suppression de contrat, le montant du
      *    client au maître est recalculé comme le cumul de ses
      *    contrats, selon la règle de ccblmast.
      *    La session est ouverte par un opérateur du fichier des
      *    opérateurs (ccbloper) de rôle M au moins ; la suppression
      *    d'un client ou d'un contrat exige le rôle S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase,
      *    pour ramener les contrats dans la devise du client.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Journal d'audit des mises à jour en ligne : une ligne
      *    ajoutée pour chaque action A, M ou S menée à bien - code
      *    opérateur, date et heure, action, clé, et les images
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

      *    Opérateurs admis et journal de sécurité, tenus par
      *    ccbloper.

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
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD CLI-CONTRATS.
        01 F-DATA-CTR.
           03 F-CTR-CLE.
              05 F-CTR-ID PIC X(8).
              05 F-CTR-NO PIC X(3).
           03 F-CTR-PRODUIT PIC X(20).
           03 F-CTR-MONTANT PIC 9(8).
           03 F-CTR-DEVISE PIC X(3).
           03 F-CTR-STATUT PIC X(11).
           03 FILLER PIC X(27).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

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
       01  CTR-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).

      *    Choix de l'opérateur : A = ajout, M = modification,
      *    S = suppression, C = contrats du client, F = fin de la
      *    session. Dans l'action C, WS-ACTION-CTR porte le choix
      *    A, M ou S sur le contrat.

       01  WS-ACTION PIC X(1).
       01  WS-ID-SAISI PIC X(8).
       01  WS-ACTION-CTR PIC X(1).
       01  WS-NO-SAISI PIC X(3).

      *    Zones de saisie d'un contrat, le montant contrôlé
      *    numérique comme celui du client.

       01  WS-SAISIE-PRODUIT PIC X(20).
       01  WS-SAISIE-CTR-MONTANT PIC X(8).
       01  WS-SAISIE-CTR-DEVISE PIC X(3).
       01  WS-SAISIE-CTR-STATUT PIC X(11).

      *    Cumul des contrats du client, selon la règle de
      *    ccblmast : les contrats Actif et Suspendu font le montant
      *    du client ; un client dont tous les contrats sont résiliés
      *    garde le total de ses contrats.

       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-NB-VIVANTS PIC 9(3).
       01  WS-CUMUL-VIVANTS PIC 9(10).
       01  WS-CUMUL-TOUS PIC 9(10).
       01  WS-CUMUL-CLIENT PIC 9(10).
       01  WS-MONTANT-CONVERTI PIC 9(10).
       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-CTR-LIGNE PIC X(70).
       01  VIRGULE PIC X VALUE ",".

      *    Table de conversion : les quatre codes historiques et les
      *    taux du jour, sur le modèle de ccblbase. Un code non
      *    reconnu compte pour un taux de 1.

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
       01  WS-TAUX-CONTRAT PIC 9(3)V9(4).
       01  WS-TAUX-CLIENT PIC 9(3)V9(4).

      *    Zones de saisie des champs du client. Le montant est saisi
      *    en clair puis contrôlé numérique avant d'alimenter la zone
       01  WS-SAISIE-NUMBER2 PIC X(11).
       01  WS-SAISIE-MONTANT PIC X(8).
       01  WS-SAISIE-EURO PIC X(3).
       01  WS-SAISIE-DATE-EFFET PIC X(8).
       01  WS-SAISIE-ECHEANCE PIC X(8).
       01  WS-SAISIE-RECONDUCTION PIC X(1).
       01  WS-SAISIE-VALIDE PIC X(1).

      *    Zones du journal d'audit : code opérateur saisi en début
      *    de session, images avant et après de l'enregistrement
      *    (137 caractères, la découpe complète du maître, ou celle
      *    du contrat pour l'action C), et la ligne d'audit
      *    elle-même.

       01  WS-OPERATEUR PIC X(8).
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-HEURE PIC 9(8).
       01  WS-IMAGE-AVANT PIC X(137).
       01  WS-IMAGE-APRES PIC X(137).
       01  WS-AUDIT-LIGNE.
           03 WS-AUDIT-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-AVANT PIC X(137).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-APRES PIC X(137).

      *    Identification de l'opérateur en début de session, comme
      *    dans ccbloper : mot de passe saisi, rôle retenu et son
      *    rang (C=1 M=2 S=3 A=4), rang minimum exigé, seuil de
      *    verrouillage ; rôle exigé par une action et son issue.

       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "M".
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
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblmaint".
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

      *    Le code opérateur ouvre la session : chaque ligne d'audit
      *    le porte, c'est lui qui répond au "qui a fait quoi" de
      *    l'audit. Pas de session sans opérateur identifié, de rôle
      *    M au moins.

           PERFORM IDENTIFIER-OPERATEUR.

      *    Le maître doit avoir été constitué par ccblmast : le
      *    statut
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Fichier des contrats : créé vide s'il n'existe pas encore.

           PERFORM CHARGER-TAUX.
           OPEN I-O CLI-CONTRATS.
           IF CTR-STATUS = "35"
               OPEN OUTPUT CLI-CONTRATS
               CLOSE CLI-CONTRATS
               OPEN I-O CLI-CONTRATS
           END-IF.
           IF CTR-STATUS NOT = "00"
               MOVE "Ouverture CLI-CONTRATS" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

      *    Le journal d'audit est tenu ouvert en extension pour
      *    toute la session. Le statut "05" est l'ouverture normale
      *    d'un fichier OPTIONAL encore absent, comme pour le
           PERFORM TRAITER-UNE-ACTION UNTIL WS-ACTION = "F".

           CLOSE CLI-AUDIT.
           CLOSE CLI-CONTRATS.
           CLOSE CLI-MAITRE.
           DISPLAY "Fin de la mise à jour du fichier maître.".
           STOP RUN.

           DISPLAY " ".
           DISPLAY "Action (A=ajout M=modification S=suppression"
               " C=contrats F=fin) ?".
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "amscf" TO "AMSCF".
           IF WS-ACTION = "A" OR WS-ACTION = "M" OR WS-ACTION = "S"
               OR WS-ACTION = "C"
               DISPLAY "ID-NUM du client ?"
               ACCEPT WS-ID-SAISI
               IF WS-ID-SAISI = SPACES
                       PERFORM MODIFIER-CLIENT
                   END-IF
                   IF WS-ACTION = "S"
                       MOVE "S" TO WS-ROLE-CODE
                       MOVE "Suppression client refusée"
                           TO WS-SECU-L-MOTIF
                       PERFORM CONTROLER-ROLE
                       IF WS-ROLE-AUTORISE = "O"
                           PERFORM SUPPRIMER-CLIENT
                       END-IF
                   END-IF
                   IF WS-ACTION = "C"
                       PERFORM GERER-CONTRATS
                   END-IF
               END-IF
           ELSE

      *    Création d'un nouveau client : la saisie alimente toutes
      *    les zones, puis WRITE. Un statut "22" signifie que la clé
      *    existe déjà - l'opérateur est renvoyé vers M. Le client
      *    reçoit son contrat 001, repris du montant, de la devise
      *    et du statut saisis, comme dans ccblmast.

           PERFORM SAISIR-CHAMPS-CLIENT.
           IF WS-SAISIE-VALIDE = "O"
                   MOVE SPACES TO WS-IMAGE-AVANT
                   MOVE F-DATA-MAITRE TO WS-IMAGE-APRES
                   PERFORM ECRIRE-AUDIT
                   PERFORM CREER-CONTRAT-INITIAL
               ELSE
                   IF MAITRE-STATUS = "22"
                       DISPLAY "ID-NUM déjà présent : utiliser M."

      *    Modification d'un client existant : lecture par clé pour
      *    afficher l'état courant, nouvelle saisie de tous les
      *    champs, puis REWRITE. Le montant d'un client qui a des
      *    contrats reste leur cumul : le montant saisi ne vaut que
      *    pour un client sans contrat.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
               PERFORM SAISIR-CHAMPS-CLIENT
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM GARNIR-ENREG-MAITRE
                   PERFORM CUMULER-CONTRATS
                   IF WS-CTR-NB > 0
                       MOVE WS-CUMUL-CLIENT TO F-MAITRE-NUMBER3
                       DISPLAY "Montant recalculé depuis les "
                           "contrats."
                   END-IF
                   REWRITE F-DATA-MAITRE
                   IF MAITRE-STATUS = "00"
                       DISPLAY "Client " WS-ID-SAISI " modifié."

      *    Suppression d'un client existant : lecture par clé pour
      *    afficher ce qui va être supprimé, confirmation, DELETE.
      *    Les contrats du client sont supprimés avec lui.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
                       DISPLAY "Client " WS-ID-SAISI " supprimé."
                       MOVE SPACES TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                       PERFORM SUPPRIMER-CONTRATS-CLIENT
                   ELSE
                       MOVE "Suppression CLI-MAITRE"
                           TO WS-ABANDON-TEXTE
               END-IF
           END-IF.

        GERER-CONTRATS.

      *    Action C : liste des contrats du client, choix de
      *    l'opération et du numéro de contrat, puis recalcul du
      *    montant du client au maître. Chaque contrat touché laisse
      *    une ligne d'audit d'action C portant les images avant et
      *    après du contrat (à blanc avant un ajout, après une
      *    suppression) ; le recalcul du maître laisse la sienne,
      *    d'action M.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               PERFORM LISTER-CONTRATS
               DISPLAY "Contrat (A=ajout M=modification "
                   "S=suppression, vide = retour) ?"
               MOVE SPACE TO WS-ACTION-CTR
               ACCEPT WS-ACTION-CTR
               INSPECT WS-ACTION-CTR CONVERTING "ams" TO "AMS"
               IF WS-ACTION-CTR = "A" OR WS-ACTION-CTR = "M"
                   OR WS-ACTION-CTR = "S"
                   DISPLAY "Numéro de contrat (3 chiffres) ?"
                   MOVE SPACES TO WS-NO-SAISI
                   ACCEPT WS-NO-SAISI
                   IF WS-NO-SAISI NOT NUMERIC
                       DISPLAY "Numéro de contrat non numérique."
                   ELSE
                       IF WS-ACTION-CTR = "A"
                           PERFORM AJOUTER-CONTRAT
                       END-IF
                       IF WS-ACTION-CTR = "M"
                           PERFORM MODIFIER-CONTRAT
                       END-IF
                       IF WS-ACTION-CTR = "S"
                           MOVE "S" TO WS-ROLE-CODE
                           MOVE "Suppression contrat refusée"
                               TO WS-SECU-L-MOTIF
                           PERFORM CONTROLER-ROLE
                           IF WS-ROLE-AUTORISE = "O"
                               PERFORM SUPPRIMER-CONTRAT
                           END-IF
                       END-IF
                       PERFORM RECALCULER-CLIENT
                   END-IF
               ELSE
                   IF WS-ACTION-CTR NOT = SPACE
                       DISPLAY "Choix non reconnu."
                   END-IF
               END-IF
           ELSE
               IF MAITRE-STATUS = "23"
                   DISPLAY "ID-NUM inconnu : " WS-ID-SAISI
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LISTER-CONTRATS.

      *    Liste en console des contrats du client lu au maître.

           DISPLAY "Contrats de " F-MAITRE-ID-NUM " "
               F-MAITRE-DESCRIPTION.
           MOVE 0 TO WS-CTR-NB.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT-LISTE UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB = 0
               DISPLAY "  (aucun contrat)"
           END-IF.

        LIRE-CONTRAT-LISTE.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   PERFORM AFFICHER-CONTRAT
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        AFFICHER-CONTRAT.

      *    Ligne d'un contrat : numéro, produit, montant au format à
      *    virgule des rapports, devise et statut.

           MOVE F-CTR-MONTANT TO WS-MONTANT-EDIT(1:6).
           MOVE F-CTR-MONTANT(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           MOVE SPACES TO WS-CTR-LIGNE.
           STRING "  "            DELIMITED BY SIZE
                  F-CTR-NO        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  F-CTR-PRODUIT   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  F-CTR-DEVISE    DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  F-CTR-STATUT    DELIMITED BY SIZE
                  INTO WS-CTR-LIGNE.
           DISPLAY WS-CTR-LIGNE.

        AJOUTER-CONTRAT.

           PERFORM SAISIR-CHAMPS-CONTRAT.
           IF WS-SAISIE-VALIDE = "O"
               MOVE SPACES TO F-DATA-CTR
               MOVE WS-ID-SAISI TO F-CTR-ID
               MOVE WS-NO-SAISI TO F-CTR-NO
               PERFORM GARNIR-ENREG-CONTRAT
               WRITE F-DATA-CTR
               IF CTR-STATUS = "00"
                   DISPLAY "Contrat " WS-NO-SAISI " ajouté."
                   MOVE SPACES TO WS-IMAGE-AVANT
                   MOVE F-DATA-CTR TO WS-IMAGE-APRES
                   PERFORM ECRIRE-AUDIT
               ELSE
                   IF CTR-STATUS = "22"
                       DISPLAY "Contrat déjà présent : utiliser M."
                   ELSE
                       MOVE "Écriture CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        MODIFIER-CONTRAT.

           MOVE WS-ID-SAISI TO F-CTR-ID.
           MOVE WS-NO-SAISI TO F-CTR-NO.
           READ CLI-CONTRATS.
           IF CTR-STATUS = "00"
               MOVE F-DATA-CTR TO WS-IMAGE-AVANT
               PERFORM AFFICHER-CONTRAT
               PERFORM SAISIR-CHAMPS-CONTRAT
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM GARNIR-ENREG-CONTRAT
                   REWRITE F-DATA-CTR
                   IF CTR-STATUS = "00"
                       DISPLAY "Contrat " WS-NO-SAISI " modifié."
                       MOVE F-DATA-CTR TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Réécriture CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               IF CTR-STATUS = "23"
                   DISPLAY "Contrat inconnu : " WS-NO-SAISI
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SUPPRIMER-CONTRAT.

           MOVE WS-ID-SAISI TO F-CTR-ID.
           MOVE WS-NO-SAISI TO F-CTR-NO.
           READ CLI-CONTRATS.
           IF CTR-STATUS = "00"
               MOVE F-DATA-CTR TO WS-IMAGE-AVANT
               PERFORM AFFICHER-CONTRAT
               DISPLAY "Confirmer la suppression (O/N) ?"
               ACCEPT WS-SAISIE-VALIDE
               INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O"
               IF WS-SAISIE-VALIDE = "O"
                   DELETE CLI-CONTRATS
                   IF CTR-STATUS = "00"
                       DISPLAY "Contrat " WS-NO-SAISI " supprimé."
                       MOVE SPACES TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Suppression CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               ELSE
                   DISPLAY "Suppression abandonnée."
               END-IF
           ELSE
               IF CTR-STATUS = "23"
                   DISPLAY "Contrat inconnu : " WS-NO-SAISI
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAISIR-CHAMPS-CONTRAT.

      *    Saisie des champs d'un contrat ; une devise laissée à
      *    blanc prend celle du client. Statut et devise sont
      *    contrôlés comme dans ccblmajb : un contrat d'un statut ou
      *    d'une devise inconnus ne serait ni quittancé ni indexé.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Produit ?".
           ACCEPT WS-SAISIE-PRODUIT.
           DISPLAY "Montant (8 chiffres) ?".
           ACCEPT WS-SAISIE-CTR-MONTANT.
           DISPLAY "Devise (EUR/USD/GBP/CHF, vide = "
               F-MAITRE-EURO ") ?".
           MOVE SPACES TO WS-SAISIE-CTR-DEVISE.
           ACCEPT WS-SAISIE-CTR-DEVISE.
           IF WS-SAISIE-CTR-DEVISE = SPACES
               MOVE F-MAITRE-EURO TO WS-SAISIE-CTR-DEVISE
           END-IF.
           DISPLAY "Statut (Actif/Resilie/Suspendu) ?".
           ACCEPT WS-SAISIE-CTR-STATUT.
           IF WS-SAISIE-CTR-MONTANT NOT NUMERIC
               DISPLAY "Montant non numérique : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-CTR-STATUT NOT = "Actif"
               AND WS-SAISIE-CTR-STATUT NOT = "Resilie"
               AND WS-SAISIE-CTR-STATUT NOT = "Suspendu"
               DISPLAY "Statut inconnu : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           MOVE WS-SAISIE-CTR-DEVISE TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           IF WS-CONV-TROUVE = "N"
               DISPLAY "Devise inconnue : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        GARNIR-ENREG-CONTRAT.

           MOVE WS-SAISIE-PRODUIT TO F-CTR-PRODUIT.
           MOVE WS-SAISIE-CTR-MONTANT TO F-CTR-MONTANT.
           MOVE WS-SAISIE-CTR-DEVISE TO F-CTR-DEVISE.
           MOVE WS-SAISIE-CTR-STATUT TO F-CTR-STATUT.

        CREER-CONTRAT-INITIAL.

      *    Contrat 001 d'un client qui vient d'être ajouté, repris
      *    de l'enregistrement du maître. Un contrat 001 resté d'un
      *    ancien client du même ID-NUM est laissé en place.

           MOVE SPACES TO F-DATA-CTR.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE "001" TO F-CTR-NO.
           MOVE "Contrat d'origine" TO F-CTR-PRODUIT.
           MOVE F-MAITRE-NUMBER3 TO F-CTR-MONTANT.
           MOVE F-MAITRE-EURO TO F-CTR-DEVISE.
           MOVE F-MAITRE-STATUT TO F-CTR-STATUT.
           WRITE F-DATA-CTR.
           IF CTR-STATUS = "00"
               MOVE "C" TO WS-ACTION
               MOVE SPACES TO WS-IMAGE-AVANT
               MOVE F-DATA-CTR TO WS-IMAGE-APRES
               PERFORM ECRIRE-AUDIT
               MOVE "A" TO WS-ACTION
           ELSE
               IF CTR-STATUS NOT = "22"
                   MOVE "Écriture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SUPPRIMER-CONTRATS-CLIENT.

      *    Suppression des contrats d'un client supprimé du maître,
      *    chacun tracé par une ligne d'audit d'action C.

           MOVE "C" TO WS-ACTION.
           MOVE WS-ID-SAISI TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM SUPPRIMER-CONTRAT-SUIVANT
                   UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           MOVE "S" TO WS-ACTION.

        SUPPRIMER-CONTRAT-SUIVANT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = WS-ID-SAISI
                   MOVE F-DATA-CTR TO WS-IMAGE-AVANT
                   DELETE CLI-CONTRATS
                   IF CTR-STATUS NOT = "00"
                       MOVE "Suppression CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   MOVE SPACES TO WS-IMAGE-APRES
                   PERFORM ECRIRE-AUDIT
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RECALCULER-CLIENT.

      *    Montant du client au maître ramené au cumul de ses
      *    contrats après une action C ; la réécriture est tracée
      *    par une ligne d'audit d'action M.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM CUMULER-CONTRATS.
           IF WS-CTR-NB > 0
               AND WS-CUMUL-CLIENT NOT = F-MAITRE-NUMBER3
               MOVE F-DATA-MAITRE TO WS-IMAGE-AVANT
               MOVE WS-CUMUL-CLIENT TO F-MAITRE-NUMBER3
               REWRITE F-DATA-MAITRE
               IF MAITRE-STATUS NOT = "00"
                   MOVE "Réécriture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               DISPLAY "Montant du client recalculé : "
                   F-MAITRE-NUMBER3
               MOVE F-DATA-MAITRE TO WS-IMAGE-APRES
               MOVE "M" TO WS-ACTION
               PERFORM ECRIRE-AUDIT
               MOVE "C" TO WS-ACTION
           END-IF.

        CUMULER-CONTRATS.

      *    Cumul des contrats du client lu au maître, dans sa
      *    devise, selon la règle de ccblmast. WS-CTR-NB = 0 :
      *    aucun contrat.

           MOVE 0 TO WS-CTR-NB.
           MOVE 0 TO WS-CTR-NB-VIVANTS.
           MOVE 0 TO WS-CUMUL-VIVANTS.
           MOVE 0 TO WS-CUMUL-TOUS.
           MOVE F-MAITRE-EURO TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-TAUX-CONTRAT TO WS-TAUX-CLIENT.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT-CLIENT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB-VIVANTS > 0
               MOVE WS-CUMUL-VIVANTS TO WS-CUMUL-CLIENT
           ELSE
               MOVE WS-CUMUL-TOUS TO WS-CUMUL-CLIENT
           END-IF.
           IF WS-CUMUL-CLIENT > 99999999
               DISPLAY "Cumul des contrats hors capacité."
               MOVE 99999999 TO WS-CUMUL-CLIENT
           END-IF.

        LIRE-CONTRAT-CLIENT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   PERFORM CONVERTIR-CONTRAT
                   ADD WS-MONTANT-CONVERTI TO WS-CUMUL-TOUS
                   IF F-CTR-STATUT = "Actif"
                       OR F-CTR-STATUT = "Suspendu"
                       ADD 1 TO WS-CTR-NB-VIVANTS
                       ADD WS-MONTANT-CONVERTI TO WS-CUMUL-VIVANTS
                   END-IF
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONVERTIR-CONTRAT.

      *    Montant du contrat dans la devise du client, par l'euro
      *    et arrondi au centime.

           IF F-CTR-DEVISE = F-MAITRE-EURO
               MOVE F-CTR-MONTANT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE F-CTR-DEVISE TO WS-CONV-DEVISE
               PERFORM CHERCHER-TAUX
               COMPUTE WS-MONTANT-CONVERTI ROUNDED =
                   F-CTR-MONTANT * WS-TAUX-CONTRAT / WS-TAUX-CLIENT
           END-IF.

        CHERCHER-TAUX.

      *    Taux du jour de WS-CONV-DEVISE dans WS-TAUX-CONTRAT ; un
      *    code non reconnu compte pour 1.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-CONTRAT
           ELSE
               MOVE 1 TO WS-TAUX-CONTRAT
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

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

        SAISIR-CHAMPS-CLIENT.

      *    Saisie de l'ensemble des champs du client. Le montant doit
      *    être numérique : en cas de faute de frappe la saisie est
      *    refusée et l'action est abandonnée sans toucher au maître.
      *    Il en va de même des dates d'effet et d'échéance (vides =
      *    non renseignées, le client échappe alors au
      *    renouvellement annuel) et de la marque de reconduction,
      *    O par défaut, N pour un client à ne pas reconduire.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Libellé court (ID-NAME) ?".
           ACCEPT WS-SAISIE-MONTANT.
           DISPLAY "Devise (EUR/USD/GBP/CHF) ?".
           ACCEPT WS-SAISIE-EURO.
           DISPLAY "Date d'effet (AAAAMMJJ) ?".
           MOVE SPACES TO WS-SAISIE-DATE-EFFET.
           ACCEPT WS-SAISIE-DATE-EFFET.
           DISPLAY "Échéance annuelle (AAAAMMJJ) ?".
           MOVE SPACES TO WS-SAISIE-ECHEANCE.
           ACCEPT WS-SAISIE-ECHEANCE.
           DISPLAY "Reconduction à l'échéance (O/N, vide = O) ?".
           MOVE SPACES TO WS-SAISIE-RECONDUCTION.
           ACCEPT WS-SAISIE-RECONDUCTION.
           INSPECT WS-SAISIE-RECONDUCTION CONVERTING "on" TO "ON".
           IF WS-SAISIE-RECONDUCTION = SPACE
               MOVE "O" TO WS-SAISIE-RECONDUCTION
           END-IF.
           IF WS-SAISIE-DATE-EFFET = SPACES
               MOVE ZEROS TO WS-SAISIE-DATE-EFFET
           END-IF.
           IF WS-SAISIE-ECHEANCE = SPACES
               MOVE ZEROS TO WS-SAISIE-ECHEANCE
           END-IF.
           IF WS-SAISIE-MONTANT NOT NUMERIC
               DISPLAY "Montant non numérique : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-DATE-EFFET NOT NUMERIC
               OR WS-SAISIE-ECHEANCE NOT NUMERIC
               DISPLAY "Date non numérique : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-RECONDUCTION NOT = "O"
               AND WS-SAISIE-RECONDUCTION NOT = "N"
               DISPLAY "Reconduction O ou N : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.

        GARNIR-ENREG-MAITRE.

           MOVE WS-SAISIE-NUMBER2 TO F-MAITRE-NUMBER2.
           MOVE WS-SAISIE-MONTANT TO F-MAITRE-NUMBER3.
           MOVE WS-SAISIE-EURO TO F-MAITRE-EURO.
           MOVE WS-SAISIE-DATE-EFFET TO F-MAITRE-DATE-EFFET.
           MOVE WS-SAISIE-ECHEANCE TO F-MAITRE-ECHEANCE.
           MOVE WS-SAISIE-RECONDUCTION TO F-MAITRE-RECONDUCTION.

        ECRIRE-AUDIT.

           DISPLAY "SIREN 2 : " F-MAITRE-NUMBER2.
           DISPLAY "Argent  : " F-MAITRE-NUMBER3.
           DISPLAY "Devise  : " F-MAITRE-EURO.
           DISPLAY "Effet   : " F-MAITRE-DATE-EFFET.
           DISPLAY "Échéance: " F-MAITRE-ECHEANCE.
           DISPLAY "Renouv. : " F-MAITRE-RECONDUCTION.

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

