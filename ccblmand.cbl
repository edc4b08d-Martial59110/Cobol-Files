       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblmand.

      *    Tenue des mandats de prélèvement SEPA : un mandat par
      *    ID-NUM du maître, portant la référence unique du mandat
      *    (RUM), l'IBAN et le BIC du compte à prélever, la date de
      *    signature et la séquence du prochain prélèvement - FRST
      *    pour le premier, RCUR ensuite. Ajout, modification et
      *    suppression en conversationnel sur la console, sur le
      *    modèle de ccblmaint, avec la même trace dans le journal
      *    d'audit (action P, images du mandat). L'IBAN est contrôlé
      *    par sa clé (modulo 97) avant toute écriture. Le mandat
      *    est lu par la génération des prélèvements (ccblsepa),
      *    qui tient à jour la séquence, la date du dernier
      *    prélèvement et le motif du dernier rejet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Mandats de prélèvement, un enregistrement par ID-NUM.

           SELECT CLI-MANDATS ASSIGN TO "mandats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAND-ID
           FILE STATUS IS MAND-STATUS.

      *    Journal d'audit des mises à jour en ligne, partagé avec
      *    ccblmaint et consulté par ccblaudi.

           SELECT OPTIONAL CLI-AUDIT ASSIGN TO "audit-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

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

      *    Mandat : statut A (actif), S (suspendu après un rejet
      *    définitif) ou R (révoqué par le client) ; séquence du
      *    prochain prélèvement ; date et séquence du dernier
      *    prélèvement présenté, et motif du dernier rejet.

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
       01  MAND-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).

      *    Choix de l'opérateur : A = ajout, M = modification,
      *    S = suppression, F = fin de la session. L'action portée
      *    au journal d'audit est toujours P (prélèvement).

       01  WS-ACTION PIC X(1).
       01  WS-ID-SAISI PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).

      *    Zones de saisie du mandat, contrôlées avant d'alimenter
      *    l'enregistrement.

       01  WS-SAISIE-RUM PIC X(35).
       01  WS-SAISIE-IBAN PIC X(34).
       01  WS-SAISIE-BIC PIC X(11).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-SAISIE-DATE-DETAIL REDEFINES WS-SAISIE-DATE.
           03 WS-SAISIE-AAAA PIC 9(4).
           03 WS-SAISIE-MM PIC 9(2).
           03 WS-SAISIE-JJ PIC 9(2).
       01  WS-SAISIE-STATUT PIC X(1).
       01  WS-SAISIE-VALIDE PIC X(1).
       01  WS-IBAN-AVANT PIC X(34).

      *    Contrôle de l'IBAN : les quatre premiers caractères sont
      *    reportés en fin, chaque lettre vaut son rang dans
      *    l'alphabet plus 9 (A = 10), et le reste de la division
      *    par 97 du nombre obtenu doit valoir 1. Le calcul se fait
      *    caractère par caractère sur le reste courant.

       01  WS-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-IBAN-TRAVAIL PIC X(34).
       01  WS-IBAN-LG PIC 9(2).
       01  WS-IBAN-IDX PIC 9(2).
       01  WS-IBAN-CAR PIC X(1).
       01  WS-IBAN-CHIFFRE PIC 9(1).
       01  WS-IBAN-RANG PIC 9(2).
       01  WS-IBAN-CALCUL PIC 9(5).
       01  WS-IBAN-QUOTIENT PIC 9(5).
       01  WS-IBAN-RESTE PIC 9(2).
       01  WS-IBAN-BLANCS PIC 9(2).
       01  WS-IBAN-VALIDE PIC X(1).
       01  WS-BIC-BLANCS PIC 9(2).

      *    Zones du journal d'audit, dans la découpe de ccblmaint :
      *    l'image du mandat (120 caractères) tient dans celle du
      *    maître.

       01  WS-OPERATEUR PIC X(8).
       01  WS-AUDIT-DATE PIC 9(8).
       01  WS-AUDIT-HEURE PIC 9(8).
       01  WS-IMAGE-AVANT PIC X(137).
       01  WS-IMAGE-APRES PIC X(137).
       01  WS-AUDIT-LIGNE.
           03 WS-AUDIT-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-AUDIT-L-ACTION PIC X(1).
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
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblmand".
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

      *    L'opérateur ouvre la session, comme dans ccblmaint : rôle
      *    M au moins, la suppression d'un mandat exige le rôle S.

           PERFORM IDENTIFIER-OPERATEUR.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *    Le maître n'est que lu : un mandat ne peut être posé que
      *    pour un client connu.

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

      *    Fichier des mandats : créé vide s'il n'existe pas encore.

           OPEN I-O CLI-MANDATS.
           IF MAND-STATUS = "35"
               OPEN OUTPUT CLI-MANDATS
               CLOSE CLI-MANDATS
               OPEN I-O CLI-MANDATS
           END-IF.
           IF MAND-STATUS NOT = "00"
               MOVE "Ouverture CLI-MANDATS" TO WS-ABANDON-TEXTE
               MOVE MAND-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           OPEN EXTEND CLI-AUDIT.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Ouverture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM TRAITER-UNE-ACTION UNTIL WS-ACTION = "F".

           CLOSE CLI-AUDIT.
           CLOSE CLI-MANDATS.
           CLOSE CLI-MAITRE.
           DISPLAY "Fin de la mise à jour des mandats.".
           STOP RUN.

        TRAITER-UNE-ACTION.

      *    Une itération de la session : choix de l'action, saisie de
      *    la clé, puis aiguillage.

           DISPLAY " ".
           DISPLAY "Action (A=ajout M=modification S=suppression"
               " F=fin) ?".
           ACCEPT WS-ACTION.
           INSPECT WS-ACTION CONVERTING "amsf" TO "AMSF".
           IF WS-ACTION = "A" OR WS-ACTION = "M" OR WS-ACTION = "S"
               DISPLAY "ID-NUM du client ?"
               ACCEPT WS-ID-SAISI
               IF WS-ID-SAISI = SPACES
                   DISPLAY "ID-NUM obligatoire."
               ELSE
                   IF WS-ACTION = "A"
                       PERFORM AJOUTER-MANDAT
                   END-IF
                   IF WS-ACTION = "M"
                       PERFORM MODIFIER-MANDAT
                   END-IF
                   IF WS-ACTION = "S"
                       MOVE "S" TO WS-ROLE-CODE
                       MOVE "Suppression mandat refusée"
                           TO WS-SECU-L-MOTIF
                       PERFORM CONTROLER-ROLE
                       IF WS-ROLE-AUTORISE = "O"
                           PERFORM SUPPRIMER-MANDAT
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-ACTION NOT = "F"
                   DISPLAY "Choix non reconnu."
               END-IF
           END-IF.

        AJOUTER-MANDAT.

      *    Création du mandat d'un client du maître : le premier
      *    prélèvement sera présenté en FRST.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "23"
               DISPLAY "ID-NUM inconnu du maître : " WS-ID-SAISI
           ELSE
               IF MAITRE-STATUS NOT = "00"
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               DISPLAY "Client : " F-MAITRE-ID-NAME " "
                   F-MAITRE-DESCRIPTION
               PERFORM SAISIR-CHAMPS-MANDAT
               IF WS-SAISIE-VALIDE = "O"
                   MOVE SPACES TO F-DATA-MAND
                   MOVE WS-ID-SAISI TO F-MAND-ID
                   PERFORM GARNIR-ENREG-MANDAT
                   MOVE "FRST" TO F-MAND-SEQUENCE
                   MOVE "A" TO F-MAND-STATUT
                   MOVE 0 TO F-MAND-DATE-DERNIER
                   WRITE F-DATA-MAND
                   IF MAND-STATUS = "00"
                       DISPLAY "Mandat " WS-ID-SAISI " ajouté."
                       MOVE SPACES TO WS-IMAGE-AVANT
                       MOVE F-DATA-MAND TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       IF MAND-STATUS = "22"
                           DISPLAY "Mandat déjà présent : "
                               "utiliser M."
                       ELSE
                           MOVE "Écriture CLI-MANDATS"
                               TO WS-ABANDON-TEXTE
                           MOVE MAND-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

        MODIFIER-MANDAT.

      *    Modification d'un mandat existant : nouvelle saisie des
      *    champs et du statut. Un changement d'IBAN repasse le
      *    prochain prélèvement en FRST, comme l'exige le schéma
      *    SEPA pour un nouveau compte débiteur ; un mandat remis
      *    actif perd le motif de son dernier rejet.

           MOVE WS-ID-SAISI TO F-MAND-ID.
           READ CLI-MANDATS.
           IF MAND-STATUS = "00"
               MOVE F-DATA-MAND TO WS-IMAGE-AVANT
               MOVE F-MAND-IBAN TO WS-IBAN-AVANT
               PERFORM AFFICHER-MANDAT
               PERFORM SAISIR-CHAMPS-MANDAT
               IF WS-SAISIE-VALIDE = "O"
                   DISPLAY "Statut (A=actif S=suspendu R=révoqué) ?"
                   ACCEPT WS-SAISIE-STATUT
                   INSPECT WS-SAISIE-STATUT CONVERTING "asr" TO "ASR"
                   IF WS-SAISIE-STATUT NOT = "A"
                       AND WS-SAISIE-STATUT NOT = "S"
                       AND WS-SAISIE-STATUT NOT = "R"
                       DISPLAY "Statut non reconnu : action "
                           "abandonnée."
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
               IF WS-SAISIE-VALIDE = "O"
                   PERFORM GARNIR-ENREG-MANDAT
                   IF F-MAND-IBAN NOT = WS-IBAN-AVANT
                       MOVE "FRST" TO F-MAND-SEQUENCE
                       DISPLAY "Nouveau compte : prochain "
                           "prélèvement en FRST."
                   END-IF
                   IF WS-SAISIE-STATUT = "A"
                       AND F-MAND-STATUT NOT = "A"
                       MOVE SPACES TO F-MAND-MOTIF
                   END-IF
                   MOVE WS-SAISIE-STATUT TO F-MAND-STATUT
                   REWRITE F-DATA-MAND
                   IF MAND-STATUS = "00"
                       DISPLAY "Mandat " WS-ID-SAISI " modifié."
                       MOVE F-DATA-MAND TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Réécriture CLI-MANDATS"
                           TO WS-ABANDON-TEXTE
                       MOVE MAND-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               IF MAND-STATUS = "23"
                   DISPLAY "Pas de mandat pour : " WS-ID-SAISI
               ELSE
                   MOVE "Lecture CLI-MANDATS" TO WS-ABANDON-TEXTE
                   MOVE MAND-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SUPPRIMER-MANDAT.

      *    Suppression d'un mandat après confirmation : le client
      *    sort des prélèvements dès la génération suivante.

           MOVE WS-ID-SAISI TO F-MAND-ID.
           READ CLI-MANDATS.
           IF MAND-STATUS = "00"
               MOVE F-DATA-MAND TO WS-IMAGE-AVANT
               PERFORM AFFICHER-MANDAT
               DISPLAY "Confirmer la suppression (O/N) ?"
               ACCEPT WS-SAISIE-VALIDE
               INSPECT WS-SAISIE-VALIDE CONVERTING "o" TO "O"
               IF WS-SAISIE-VALIDE = "O"
                   DELETE CLI-MANDATS
                   IF MAND-STATUS = "00"
                       DISPLAY "Mandat " WS-ID-SAISI " supprimé."
                       MOVE SPACES TO WS-IMAGE-APRES
                       PERFORM ECRIRE-AUDIT
                   ELSE
                       MOVE "Suppression CLI-MANDATS"
                           TO WS-ABANDON-TEXTE
                       MOVE MAND-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               ELSE
                   DISPLAY "Suppression abandonnée."
               END-IF
           ELSE
               IF MAND-STATUS = "23"
                   DISPLAY "Pas de mandat pour : " WS-ID-SAISI
               ELSE
                   MOVE "Lecture CLI-MANDATS" TO WS-ABANDON-TEXTE
                   MOVE MAND-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAISIR-CHAMPS-MANDAT.

      *    Saisie des champs du mandat. RUM obligatoire, IBAN
      *    contrôlé par sa clé, BIC de 8 ou 11 caractères, date de
      *    signature au plus tard aujourd'hui : la moindre faute
      *    abandonne l'action sans toucher au fichier.

           MOVE "O" TO WS-SAISIE-VALIDE.
           DISPLAY "Référence unique du mandat (RUM) ?".
           ACCEPT WS-SAISIE-RUM.
           DISPLAY "IBAN (sans espaces) ?".
           ACCEPT WS-SAISIE-IBAN.
           DISPLAY "BIC ?".
           ACCEPT WS-SAISIE-BIC.
           DISPLAY "Date de signature (AAAAMMJJ) ?".
           ACCEPT WS-SAISIE-DATE.
           INSPECT WS-SAISIE-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SAISIE-BIC CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SAISIE-RUM = SPACES
               DISPLAY "RUM obligatoire : action abandonnée."
               MOVE "N" TO WS-SAISIE-VALIDE
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               PERFORM CONTROLER-IBAN
               IF WS-IBAN-VALIDE NOT = "O"
                   DISPLAY "IBAN invalide : action abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               MOVE 0 TO WS-BIC-BLANCS
               INSPECT WS-SAISIE-BIC(1:8) TALLYING WS-BIC-BLANCS
                   FOR ALL " "
               IF WS-BIC-BLANCS > 0
                   OR WS-SAISIE-BIC(1:6) NOT ALPHABETIC
                   OR (WS-SAISIE-BIC(9:3) NOT = SPACES
                       AND WS-SAISIE-BIC(11:1) = SPACE)
                   DISPLAY "BIC invalide : action abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               END-IF
           END-IF.
           IF WS-SAISIE-VALIDE = "O"
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique : action abandonnée."
                   MOVE "N" TO WS-SAISIE-VALIDE
               ELSE
                   IF WS-SAISIE-MM < 1 OR WS-SAISIE-MM > 12
                       OR WS-SAISIE-JJ < 1 OR WS-SAISIE-JJ > 31
                       OR WS-SAISIE-DATE > WS-DATE-JOUR
                       DISPLAY "Date de signature invalide : "
                           "action abandonnée."
                       MOVE "N" TO WS-SAISIE-VALIDE
                   END-IF
               END-IF
           END-IF.

        CONTROLER-IBAN.

      *    Contrôle de WS-SAISIE-IBAN : longueur de 15 à 34 sans
      *    blanc intérieur, code pays en lettres, clé numérique,
      *    puis reste modulo 97 égal à 1.

           MOVE "N" TO WS-IBAN-VALIDE.
           MOVE 0 TO WS-IBAN-LG.
           INSPECT WS-SAISIE-IBAN TALLYING WS-IBAN-LG
               FOR CHARACTERS BEFORE INITIAL " ".
           MOVE 0 TO WS-IBAN-BLANCS.
           INSPECT WS-SAISIE-IBAN TALLYING WS-IBAN-BLANCS
               FOR ALL " ".
           IF WS-IBAN-LG >= 15
               AND WS-IBAN-LG + WS-IBAN-BLANCS = 34
               AND WS-SAISIE-IBAN(1:2) ALPHABETIC
               AND WS-SAISIE-IBAN(3:2) NUMERIC
               MOVE SPACES TO WS-IBAN-TRAVAIL
               STRING WS-SAISIE-IBAN(5:WS-IBAN-LG - 4)
                          DELIMITED BY SIZE
                      WS-SAISIE-IBAN(1:4) DELIMITED BY SIZE
                      INTO WS-IBAN-TRAVAIL
               MOVE "O" TO WS-IBAN-VALIDE
               MOVE 0 TO WS-IBAN-RESTE
               PERFORM CUMULER-CAR-IBAN VARYING WS-IBAN-IDX
               FROM 1 BY 1 UNTIL WS-IBAN-IDX > WS-IBAN-LG
               OR WS-IBAN-VALIDE = "N"
               IF WS-IBAN-RESTE NOT = 1
                   MOVE "N" TO WS-IBAN-VALIDE
               END-IF
           END-IF.

        CUMULER-CAR-IBAN.

      *    Report d'un caractère dans le reste courant : un chiffre
      *    pousse le reste d'un rang, une lettre (deux chiffres de
      *    10 à 35) de deux rangs. Tout autre caractère invalide
      *    l'IBAN.

           MOVE WS-IBAN-TRAVAIL(WS-IBAN-IDX:1) TO WS-IBAN-CAR.
           IF WS-IBAN-CAR NUMERIC
               MOVE WS-IBAN-CAR TO WS-IBAN-CHIFFRE
               COMPUTE WS-IBAN-CALCUL =
                   WS-IBAN-RESTE * 10 + WS-IBAN-CHIFFRE
           ELSE
               MOVE 0 TO WS-IBAN-RANG
               INSPECT WS-ALPHABET TALLYING WS-IBAN-RANG
                   FOR CHARACTERS BEFORE INITIAL WS-IBAN-CAR
               IF WS-IBAN-RANG >= 26
                   MOVE "N" TO WS-IBAN-VALIDE
               END-IF
               COMPUTE WS-IBAN-CALCUL =
                   WS-IBAN-RESTE * 100 + WS-IBAN-RANG + 10
           END-IF.
           DIVIDE WS-IBAN-CALCUL BY 97 GIVING WS-IBAN-QUOTIENT
               REMAINDER WS-IBAN-RESTE.

        GARNIR-ENREG-MANDAT.

      *    Report des zones saisies dans l'enregistrement du mandat.

           MOVE WS-SAISIE-RUM TO F-MAND-RUM.
           MOVE WS-SAISIE-IBAN TO F-MAND-IBAN.
           MOVE WS-SAISIE-BIC TO F-MAND-BIC.
           MOVE WS-SAISIE-DATE TO F-MAND-DATE-SIGNATURE.

        ECRIRE-AUDIT.

      *    Ligne d'audit de l'action qui vient d'aboutir, dans la
      *    découpe de ccblmaint, sous l'action P.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-L-DATE.
           MOVE WS-AUDIT-HEURE(1:6) TO WS-AUDIT-L-HEURE.
           MOVE WS-OPERATEUR TO WS-AUDIT-L-OPER.
           MOVE "P" TO WS-AUDIT-L-ACTION.
           MOVE WS-ID-SAISI TO WS-AUDIT-L-ID.
           MOVE WS-IMAGE-AVANT TO WS-AUDIT-L-AVANT.
           MOVE WS-IMAGE-APRES TO WS-AUDIT-L-APRES.
           WRITE F-DATA-AUDIT FROM WS-AUDIT-LIGNE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "Écriture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        AFFICHER-MANDAT.

      *    Affichage du mandat tel qu'il figure dans le fichier.

           DISPLAY "ID       : " F-MAND-ID.
           DISPLAY "RUM      : " F-MAND-RUM.
           DISPLAY "IBAN     : " F-MAND-IBAN.
           DISPLAY "BIC      : " F-MAND-BIC.
           DISPLAY "Signé le : " F-MAND-DATE-SIGNATURE.
           DISPLAY "Séquence : " F-MAND-SEQUENCE.
           DISPLAY "Statut   : " F-MAND-STATUT.
           DISPLAY "Dernier  : " F-MAND-DATE-DERNIER " "
               F-MAND-SEQ-DERNIER.
           DISPLAY "Rejet    : " F-MAND-MOTIF.

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
