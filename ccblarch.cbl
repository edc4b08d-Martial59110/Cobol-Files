       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblarch.

      *    Archivage et purge des clients résiliés de longue date,
      *    passé périodiquement. Un client Resilie du maître depuis
      *    plus longtemps que le délai d'archivage - la date de
      *    résiliation retenue est celle que ccblbase a notée dans la
      *    file de relance resiliations.dat au premier passage où le
      *    client y est vu Resilie, et non sa date d'entrée en file,
      *    qui peut être celle d'une suspension antérieure - est
      *    versé, avec ses contrats, dans le fichier d'archive indexé
      *    archive-clients.dat (clé ID-NUM), puis retiré du maître et
      *    de contrats.dat, chaque retrait tracé au journal d'audit
      *    sous le code opérateur BATCH comme une suppression de
      *    ccblmajb. N'est jamais archivé un client dont le compte
      *    (comptes-clients.dat de ccblcpte) présente un solde, ou
      *    qui a un paiement en souffrance dans
      *    paiements-attente.dat. Le maître étant reconstruit chaque
      *    nuit par ccblmast à partir des fichiers plats, les lignes
      *    Resilie des clients archivés en sont retirées elles aussi,
      *    et leurs entrées sortent de la file de relance : ni
      *    ccblbase, ni ccblquit, ni ccblirp ne les voient plus. Un
      *    client archivé dont le délai légal de conservation est
      *    échu voit sa raison sociale (DESCRIPTION) et son libellé
      *    (ID-NAME) effacés de l'archive. Paramètres (ccblarch.par,
      *    facultatif) : ARCHIVAGE, délai en mois avant archivage
      *    (024 par défaut), ANONYMAT, délai légal en mois depuis la
      *    résiliation (060 par défaut). Le détail du passage est
      *    édité dans rapport-archivage-AAAAMMJJ.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Archive des clients retirés du maître, clé ID-NUM. Créée
      *    vide au premier passage.

           SELECT CLI-ARCHIVE ASSIGN TO "archive-clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-ARCH-ID-NUM
           FILE STATUS IS ARCH-STATUS.

      *    Comptes clients tenus par ccblcpte : fichier absent =
      *    aucun solde.

           SELECT CPTE-CLIENTS ASSIGN TO "comptes-clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-CPTE-ID
           FILE STATUS IS CPTE-STATUS.

      *    File d'attente des paiements non rapprochés de ccblpaie.

           SELECT PAIE-ATTENTE ASSIGN TO "paiements-attente.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ATTENTE-STATUS.

      *    File de relance tenue par ccblbase.

           SELECT ASSU-RESIL ASSIGN TO "resiliations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESIL-STATUS.

      *    Fichiers plats Partie A et Partie B, repris tour à tour
      *    par le même SELECT, et leur copie de travail.

           SELECT ASSU-PLAT ASSIGN TO DYNAMIC WS-PLAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PLAT-STATUS.

           SELECT ARCH-TRAVAIL ASSIGN TO "ccblarch-plat.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRAVAIL-STATUS.

           SELECT ARCH-PARAM ASSIGN TO "ccblarch.par"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARAM-STATUS.

      *    Journal d'audit partagé avec ccblmaint.

           SELECT OPTIONAL CLI-AUDIT ASSIGN TO "audit-maitre.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           SELECT ARCH-RAPPORT ASSIGN TO DYNAMIC WS-RAPPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPORT-STATUS.
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

      *    Client archivé : l'enregistrement du maître tel qu'au
      *    retrait, la date de résiliation retenue, la date
      *    d'archivage, la marque et la date d'anonymisation, puis
      *    ses contrats (dix au plus).

       FD CLI-ARCHIVE.
        01 F-DATA-ARCH.
           03 F-ARCH-MAITRE.
              05 F-ARCH-ID-NUM PIC X(8).
              05 F-ARCH-ID-NAME PIC X(15).
              05 F-ARCH-LIBELLE PIC X(16).
              05 F-ARCH-DESCRIPTION PIC X(40).
              05 FILLER PIC X(58).
           03 F-ARCH-DATE-RESIL PIC 9(8).
           03 F-ARCH-DATE-ARCHIVAGE PIC 9(8).
           03 F-ARCH-ANONYME PIC X(1).
           03 F-ARCH-DATE-ANONYMAT PIC 9(8).
           03 F-ARCH-NB-CTR PIC 9(2).
           03 F-ARCH-CTR OCCURS 10 TIMES.
              05 F-ARCH-CTR-NO PIC X(3).
              05 F-ARCH-CTR-PRODUIT PIC X(20).
              05 F-ARCH-CTR-MONTANT PIC 9(8).
              05 F-ARCH-CTR-DEVISE PIC X(3).
              05 F-ARCH-CTR-STATUT PIC X(11).

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

       FD PAIE-ATTENTE.
       01 F-DATA-ATTENTE PIC X(31).

       FD ASSU-RESIL.
       01 F-DATA-RESIL PIC X(88).

       FD ASSU-PLAT.
       01 F-DATA-PLAT PIC X(122).

       FD ARCH-TRAVAIL.
       01 F-DATA-TRAVAIL PIC X(122).

       FD ARCH-PARAM.
       01 F-DATA-PARAM PIC X(80).

       FD CLI-AUDIT.
       01 F-DATA-AUDIT PIC X(311).

       FD ARCH-RAPPORT.
       01 F-DATA-RAPPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  ARCH-STATUS PIC X(2).
       01  CPTE-STATUS PIC X(2).
       01  ATTENTE-STATUS PIC X(2).
       01  RESIL-STATUS PIC X(2).
       01  PLAT-STATUS PIC X(2).
       01  TRAVAIL-STATUS PIC X(2).
       01  PARAM-STATUS PIC X(2).
       01  AUDIT-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-CPTE-ABSENT PIC X(1) VALUE "N".
       01  WS-SUIVI-ABSENT PIC X(1) VALUE "N".

      *    Date du passage et seuils qui en découlent : un client
      *    résilié au plus tard à WS-SEUIL-ARCHIVAGE est archivable,
      *    un client archivé résilié au plus tard à
      *    WS-SEUIL-ANONYMAT est anonymisé.

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-DATE-DETAIL REDEFINES WS-DATE-TRAITEE.
           03 WS-DATE-AAAA PIC 9(4).
           03 WS-DATE-MM PIC 9(2).
           03 WS-DATE-JJ PIC 9(2).
       01  WS-RAPPORT-FILENAME PIC X(40).
       01  WS-DELAI-ARCHIVAGE PIC 9(3) VALUE 24.
       01  WS-DELAI-ANONYMAT PIC 9(3) VALUE 60.
       01  WS-DELAI-MOIS PIC 9(3).
       01  WS-MOIS-TOTAL PIC 9(6).
       01  WS-SEUIL PIC 9(8).
       01  WS-SEUIL-DETAIL REDEFINES WS-SEUIL.
           03 WS-SEUIL-AAAA PIC 9(4).
           03 WS-SEUIL-MM PIC 9(2).
           03 WS-SEUIL-JJ PIC 9(2).
       01  WS-SEUIL-ARCHIVAGE PIC 9(8).
       01  WS-SEUIL-ANONYMAT PIC 9(8).

      *    Dépouillement du fichier de paramètres, sur le modèle de
      *    ccblcgen : mot-clé sur 10 caractères, un blanc, valeur ;
      *    les délais sont donnés en mois sur 3 chiffres.

       01  WS-PARAM-REC PIC X(80).
       01  WS-PARAM-DETAIL REDEFINES WS-PARAM-REC.
           03 WS-PARAM-CLE PIC X(10).
           03 FILLER PIC X(1).
           03 WS-PARAM-VALEUR PIC X(69).
       01  WS-DELAI-LU PIC X(3).

      *    Clients ayant un paiement en souffrance dans la file
      *    d'attente de ccblpaie, la ligne dans la découpe de
      *    ccblpaie.

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).
       01  WS-ATT-NB PIC 9(4) VALUE 0.
       01  WS-ATT-IDX PIC 9(4).
       01  WS-ATT-TROUVE PIC X(1).
        01  WS-ATT-TABLE.
           03 WS-ATT-ID PIC X(8) OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-ATT-NB.

      *    File de relance chargée en table, dans la découpe écrite
      *    par ccblbase ; seule la date de résiliation notée en fin
      *    de ligne est exploitée ici.

       01  WS-SUIVI-NB PIC 9(4) VALUE 0.
       01  WS-SUIVI-IDX PIC 9(4).
       01  WS-SUIVI-TROUVE PIC X(1).
       01  WS-SUIVI-TROUVE-IDX PIC 9(4).
        01  WS-SUIVI-TABLE.
           03 WS-SUIVI-ENTRY OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-SUIVI-NB.
            05 WS-SUIVI-ID PIC X(8).
            05 WS-SUIVI-DATE-ENT PIC X(8).
            05 WS-SUIVI-RESTE PIC X(64).
            05 WS-SUIVI-DATE-RESIL PIC X(8).
       01  WS-SUIVI-LIGNE.
           03 WS-SUIVI-L-ID PIC X(8).
           03 WS-SUIVI-L-DATE PIC X(8).
           03 WS-SUIVI-L-RESTE PIC X(64).
           03 WS-SUIVI-L-DATE-RESIL PIC X(8).
       01  WS-DATE-RESIL PIC 9(8).

      *    Ligne d'un fichier plat et sa copie nettoyée des étoiles
      *    de bourrage, comme dans ccblmast, pour en lire la clé et
      *    le statut.

       01  WS-PLAT-FILENAME PIC X(40).
       01  WS-PLAT-LIGNE PIC X(122).
       01  WS-PLAT-PROPRE.
           03 WS-PLAT-ID-NUM PIC X(8).
           03 FILLER PIC X(71).
           03 WS-PLAT-STATUT PIC X(11).
           03 FILLER PIC X(32).

      *    Client en cours d'archivage, gardé à part : la zone
      *    d'enregistrement du maître ne se relit pas après le
      *    DELETE.

       01  WS-CLIENT.
           03 WS-CLIENT-ID PIC X(8).
           03 FILLER PIC X(31).
           03 WS-CLIENT-DESCRIPTION PIC X(40).
           03 FILLER PIC X(58).

      *    Clients à retirer de la file et des fichiers plats : ceux
      *    archivés par ce passage, gardés en table, et ceux qu'un
      *    passage précédent interrompu a versés à l'archive sans
      *    finir - présents à l'archive mais plus au maître. Un
      *    client archivé autrefois puis revenu au maître n'est pas
      *    touché. Au-delà de la table, l'archive et le maître sont
      *    relus.

       01  WS-ARC-NB PIC 9(4) VALUE 0.
       01  WS-ARC-IDX PIC 9(4).
        01  WS-ARC-TABLE.
           03 WS-ARC-ID PIC X(8) OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-ARC-NB.
       01  WS-RETRAIT-ID PIC X(8).
       01  WS-A-RETIRER PIC X(1).

      *    Contrats du client en cours d'archivage.

       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-IDX PIC 9(2).

      *    Motif de refus d'un client archivable, et compteurs du
      *    passage.

       01  WS-MOTIF PIC X(30).
       01  WS-CPT-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-RESILIES PIC 9(5) VALUE 0.
       01  WS-CPT-SANS-DATE PIC 9(5) VALUE 0.
       01  WS-CPT-RECENTS PIC 9(5) VALUE 0.
       01  WS-CPT-REFUSES PIC 9(5) VALUE 0.
       01  WS-CPT-ARCHIVES PIC 9(5) VALUE 0.
       01  WS-CPT-CTR-RETIRES PIC 9(5) VALUE 0.
       01  WS-CPT-SUIVI-RETIRES PIC 9(5) VALUE 0.
       01  WS-CPT-PLAT-RETIRES PIC 9(5) VALUE 0.
       01  WS-CPT-ANONYMISES PIC 9(5) VALUE 0.

      *    Rapport : ligne de détail, ligne de compteur, tirets.

       01  WS-RAPPORT-LIGNE.
           03 WS-RAP-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-DESCRIPTION PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-DATE PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-RAP-MOTIF PIC X(30).
           03 FILLER PIC X(8) VALUE SPACES.
       01  WS-LIGNE-EDIT PIC X(100).
       01  WS-CPT-EDIT PIC Z(4)9.
       01  WS-TIRET PIC X(80).

      *    Zones du journal d'audit, dans la découpe de ccblmaint ;
      *    le code opérateur est celui des mises à jour par lots.

       01  WS-OPERATEUR PIC X(8) VALUE "BATCH".
       01  WS-ACTION PIC X(1).
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

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.

      *    Date du passage, comme dans ccblmajb.

           DISPLAY "Date de l'archivage (AAAAMMJJ, "
               "vide = aujourd'hui) ?".
           MOVE SPACES TO WS-SAISIE-DATE.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-TRAITEE FROM DATE YYYYMMDD
           ELSE
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-TRAITEE
           END-IF.

           PERFORM CHARGER-PARAMETRES.
           MOVE WS-DELAI-ARCHIVAGE TO WS-DELAI-MOIS.
           PERFORM CALCULER-SEUIL.
           MOVE WS-SEUIL TO WS-SEUIL-ARCHIVAGE.
           MOVE WS-DELAI-ANONYMAT TO WS-DELAI-MOIS.
           PERFORM CALCULER-SEUIL.
           MOVE WS-SEUIL TO WS-SEUIL-ANONYMAT.

           STRING "rapport-archivage-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE      DELIMITED BY SIZE
                  ".dat"               DELIMITED BY SIZE
                  INTO WS-RAPPORT-FILENAME.

           PERFORM CHARGER-ATTENTE.
           PERFORM CHARGER-SUIVI.

           OPEN I-O CLI-MAITRE.
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
           OPEN I-O CLI-ARCHIVE.
           IF ARCH-STATUS = "35"
               OPEN OUTPUT CLI-ARCHIVE
               CLOSE CLI-ARCHIVE
               OPEN I-O CLI-ARCHIVE
           END-IF.
           IF ARCH-STATUS NOT = "00"
               MOVE "Ouverture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
               MOVE ARCH-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN INPUT CPTE-CLIENTS.
           IF CPTE-STATUS = "35"
               MOVE "O" TO WS-CPTE-ABSENT
           ELSE
               IF CPTE-STATUS NOT = "00"
                   MOVE "Ouverture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
                   MOVE CPTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

      *    Une mise à jour sans trace d'audit n'est pas permise,
      *    comme dans ccblmaint.

           OPEN EXTEND CLI-AUDIT.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Ouverture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT ARCH-RAPPORT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Ouverture ARCH-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Archivage des clients résiliés du "
                      DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.

      *    Premier temps : archivage des clients du maître.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM TRAITER-CLIENT UNTIL WS-FIN-FICHIER = "O".
           IF WS-CPTE-ABSENT = "N"
               CLOSE CPTE-CLIENTS
           END-IF.
           CLOSE CLI-CONTRATS.

      *    Deuxième temps : les clients archivés, de ce passage ou
      *    d'un passage précédent interrompu, sortent de la file de
      *    relance et des fichiers plats. Le maître reste ouvert
      *    pour reconnaître ces derniers.

           IF WS-SUIVI-ABSENT = "N"
               PERFORM REECRIRE-SUIVI
           END-IF.
           MOVE "assurances-partafixed.dat" TO WS-PLAT-FILENAME.
           PERFORM PURGER-FICHIER-PLAT.
           MOVE "assurances-partbfixed.dat" TO WS-PLAT-FILENAME.
           PERFORM PURGER-FICHIER-PLAT.
           CLOSE CLI-MAITRE.

      *    Troisième temps : anonymisation des archivés dont le
      *    délai légal est échu.

           MOVE LOW-VALUES TO F-ARCH-ID-NUM.
           START CLI-ARCHIVE KEY IS NOT LESS THAN F-ARCH-ID-NUM.
           IF ARCH-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM ANONYMISER-ARCHIVE UNTIL WS-FIN-FICHIER = "O"
           ELSE
               IF ARCH-STATUS NOT = "23"
                   MOVE "Positionnement CLI-ARCHIVE"
                       TO WS-ABANDON-TEXTE
                   MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           CLOSE CLI-ARCHIVE.
           CLOSE CLI-AUDIT.

           PERFORM EDITER-TOTAUX.
           CLOSE ARCH-RAPPORT.

           DISPLAY "Archivage du " WS-DATE-TRAITEE " terminé.".
           DISPLAY "Clients lus           : " WS-CPT-LUS.
           DISPLAY "Clients résiliés      : " WS-CPT-RESILIES.
           DISPLAY "Sans date de file     : " WS-CPT-SANS-DATE.
           DISPLAY "Résiliés trop récents : " WS-CPT-RECENTS.
           DISPLAY "Archivages refusés    : " WS-CPT-REFUSES.
           DISPLAY "Clients archivés      : " WS-CPT-ARCHIVES.
           DISPLAY "Contrats retirés      : " WS-CPT-CTR-RETIRES.
           DISPLAY "Sorties de la file    : " WS-CPT-SUIVI-RETIRES.
           DISPLAY "Lignes plates retirées: " WS-CPT-PLAT-RETIRES.
           DISPLAY "Clients anonymisés    : " WS-CPT-ANONYMISES.
           DISPLAY "Rapport : " WS-RAPPORT-FILENAME.
           STOP RUN.

        CALCULER-SEUIL.

      *    Date du passage reculée de WS-DELAI-MOIS mois, le jour
      *    étant conservé : la comparaison se fait sur la date
      *    entière.

           COMPUTE WS-MOIS-TOTAL =
               WS-DATE-AAAA * 12 + WS-DATE-MM - 1 - WS-DELAI-MOIS.
           DIVIDE WS-MOIS-TOTAL BY 12 GIVING WS-SEUIL-AAAA
               REMAINDER WS-SEUIL-MM.
           ADD 1 TO WS-SEUIL-MM.
           MOVE WS-DATE-JJ TO WS-SEUIL-JJ.

        CHARGER-PARAMETRES.

      *    Dépouillement du fichier de paramètres ccblarch.par, sur
      *    le modèle de ccblbase. Fichier facultatif (statut "35").

           OPEN INPUT ARCH-PARAM.
           IF PARAM-STATUS = "00"
               PERFORM LIRE-PARAMETRE UNTIL PARAM-STATUS = "10"
               CLOSE ARCH-PARAM
           ELSE
               IF PARAM-STATUS NOT = "35"
                   MOVE "Ouverture ARCH-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-PARAMETRE.

      *    Lecture et application d'une ligne de paramètre. Les
      *    lignes vides ou commençant par "*" sont ignorées ; un
      *    mot-clé inconnu ou un délai non numérique coupe le
      *    traitement, comme dans ccblbase.

           READ ARCH-PARAM INTO WS-PARAM-REC.
           IF PARAM-STATUS = "00"
               IF WS-PARAM-REC = SPACES
                   OR WS-PARAM-REC(1:1) = "*"
                   CONTINUE
               ELSE
                   MOVE WS-PARAM-VALEUR(1:3) TO WS-DELAI-LU
                   EVALUATE WS-PARAM-CLE
                       WHEN "ARCHIVAGE"
                           PERFORM CONTROLER-DELAI-LU
                           MOVE WS-DELAI-LU TO WS-DELAI-ARCHIVAGE
                       WHEN "ANONYMAT"
                           PERFORM CONTROLER-DELAI-LU
                           MOVE WS-DELAI-LU TO WS-DELAI-ANONYMAT
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
                   MOVE "Lecture ARCH-PARAM" TO WS-ABANDON-TEXTE
                   MOVE PARAM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONTROLER-DELAI-LU.

           IF WS-DELAI-LU NOT NUMERIC
               MOVE "Délai non numérique" TO WS-ABANDON-TEXTE
               MOVE WS-PARAM-CLE TO WS-ABANDON-TEXTE(22:10)
               MOVE PARAM-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        CHARGER-ATTENTE.

      *    Relevé des clients ayant un paiement en souffrance dans
      *    la file d'attente de ccblpaie. Fichier absent = attente
      *    vide.

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

        LIRE-ATTENTE.

           READ PAIE-ATTENTE INTO WS-PAIE-LIGNE.
           IF ATTENTE-STATUS = "00"
               IF WS-PAIE-REF NOT = SPACES
                   IF WS-ATT-NB >= 2000
                       MOVE "File d'attente pleine"
                           TO WS-ABANDON-TEXTE
                       MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   ADD 1 TO WS-ATT-NB
                   MOVE WS-PAIE-REF TO WS-ATT-ID(WS-ATT-NB)
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

        CHARGER-SUIVI.

      *    Chargement de la file de relance, comme dans ccblbase.
      *    Fichier absent = file vide.

           OPEN INPUT ASSU-RESIL.
           IF RESIL-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-SUIVI UNTIL WS-FIN-FICHIER = "O"
               CLOSE ASSU-RESIL
           ELSE
               IF RESIL-STATUS = "35"
                   MOVE "O" TO WS-SUIVI-ABSENT
               ELSE
                   MOVE "Ouverture ASSU-RESIL" TO WS-ABANDON-TEXTE
                   MOVE RESIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-SUIVI.

      *    Une ligne de la file, gardée telle quelle pour la
      *    réécriture.

           READ ASSU-RESIL INTO WS-SUIVI-LIGNE.
           IF RESIL-STATUS = "00"
               IF WS-SUIVI-NB >= 2000
                   MOVE "File de relance pleine" TO WS-ABANDON-TEXTE
                   MOVE RESIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-SUIVI-NB
               MOVE WS-SUIVI-LIGNE TO WS-SUIVI-ENTRY(WS-SUIVI-NB)
           ELSE
               IF RESIL-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture ASSU-RESIL" TO WS-ABANDON-TEXTE
                   MOVE RESIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        TRAITER-CLIENT.

      *    Lecture d'un client du maître ; seuls les Resilie sont
      *    examinés.

           READ CLI-MAITRE NEXT.
           IF MAITRE-STATUS = "00"
               ADD 1 TO WS-CPT-LUS
               IF F-MAITRE-STATUT = "Resilie"
                   ADD 1 TO WS-CPT-RESILIES
                   PERFORM EXAMINER-CLIENT
               END-IF
           ELSE
               IF MAITRE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        EXAMINER-CLIENT.

      *    Un Resilie sans entrée datée dans la file de relance
      *    n'a pas de date de résiliation connue et reste au
      *    maître ; un résilié plus récent que le délai aussi. Les
      *    autres sont archivés, sauf solde au compte, paiement en
      *    attente ou trop de contrats pour l'archive.

           MOVE F-DATA-MAITRE TO WS-CLIENT.
           PERFORM CHERCHER-SUIVI.
           IF WS-SUIVI-TROUVE = "N"
               ADD 1 TO WS-CPT-SANS-DATE
           ELSE
               MOVE WS-SUIVI-DATE-RESIL(WS-SUIVI-TROUVE-IDX)
                   TO WS-DATE-RESIL
               IF WS-DATE-RESIL > WS-SEUIL-ARCHIVAGE
                   ADD 1 TO WS-CPT-RECENTS
               ELSE
                   MOVE SPACES TO WS-MOTIF
                   PERFORM CONTROLER-ATTENTE
                   IF WS-MOTIF = SPACES
                       PERFORM CONTROLER-SOLDE
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM RELEVER-CONTRATS
                   END-IF
                   IF WS-MOTIF = SPACES
                       PERFORM ARCHIVER-CLIENT
                   ELSE
                       ADD 1 TO WS-CPT-REFUSES
                       PERFORM ECRIRE-LIGNE-RAPPORT
                   END-IF
               END-IF
           END-IF.

        CHERCHER-SUIVI.

      *    Recherche du client lu dans la file ; une entrée à date
      *    illisible ne compte pas.

           MOVE "N" TO WS-SUIVI-TROUVE.
           IF WS-SUIVI-NB > 0
               PERFORM COMPARER-SUIVI VARYING WS-SUIVI-IDX
               FROM 1 BY 1 UNTIL WS-SUIVI-IDX > WS-SUIVI-NB
               OR WS-SUIVI-TROUVE = "O"
           END-IF.
           IF WS-SUIVI-TROUVE = "O"
               COMPUTE WS-SUIVI-TROUVE-IDX = WS-SUIVI-IDX - 1
           END-IF.

        COMPARER-SUIVI.

           IF WS-SUIVI-ID(WS-SUIVI-IDX) = F-MAITRE-ID-NUM
               AND WS-SUIVI-DATE-RESIL(WS-SUIVI-IDX) NUMERIC
               MOVE "O" TO WS-SUIVI-TROUVE
           END-IF.

        CONTROLER-ATTENTE.

           MOVE "N" TO WS-ATT-TROUVE.
           IF WS-ATT-NB > 0
               PERFORM COMPARER-ATTENTE VARYING WS-ATT-IDX
               FROM 1 BY 1 UNTIL WS-ATT-IDX > WS-ATT-NB
               OR WS-ATT-TROUVE = "O"
           END-IF.
           IF WS-ATT-TROUVE = "O"
               MOVE "Paiement en attente" TO WS-MOTIF
           END-IF.

        COMPARER-ATTENTE.

           IF WS-ATT-ID(WS-ATT-IDX) = F-MAITRE-ID-NUM
               MOVE "O" TO WS-ATT-TROUVE
           END-IF.

        CONTROLER-SOLDE.

      *    Compte du client chez ccblcpte : un solde, débiteur ou
      *    créditeur, reste à régler avant tout archivage. Pas de
      *    compte = rien à régler.

           IF WS-CPTE-ABSENT = "N"
               MOVE F-MAITRE-ID-NUM TO F-CPTE-ID
               READ CPTE-CLIENTS
               IF CPTE-STATUS = "00"
                   IF F-CPTE-SOLDE NOT = 0
                       MOVE "Solde au compte client" TO WS-MOTIF
                   END-IF
               ELSE
                   IF CPTE-STATUS NOT = "23"
                       MOVE "Lecture CPTE-CLIENTS" TO WS-ABANDON-TEXTE
                       MOVE CPTE-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        RELEVER-CONTRATS.

      *    Préparation de l'enregistrement d'archive : le client et
      *    ses contrats, dix au plus.

           MOVE SPACES TO F-DATA-ARCH.
           MOVE F-DATA-MAITRE TO F-ARCH-MAITRE.
           MOVE WS-DATE-RESIL TO F-ARCH-DATE-RESIL.
           MOVE WS-DATE-TRAITEE TO F-ARCH-DATE-ARCHIVAGE.
           MOVE "N" TO F-ARCH-ANONYME.
           MOVE 0 TO F-ARCH-DATE-ANONYMAT.
           MOVE 0 TO WS-CTR-NB.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM RELEVER-CONTRAT-SUIVANT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB > 10
               MOVE "Plus de 10 contrats" TO WS-MOTIF
           ELSE
               MOVE WS-CTR-NB TO F-ARCH-NB-CTR
           END-IF.

        RELEVER-CONTRAT-SUIVANT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   IF WS-CTR-NB <= 10
                       MOVE WS-CTR-NB TO WS-CTR-IDX
                       MOVE F-CTR-NO TO F-ARCH-CTR-NO(WS-CTR-IDX)
                       MOVE F-CTR-PRODUIT
                           TO F-ARCH-CTR-PRODUIT(WS-CTR-IDX)
                       MOVE F-CTR-MONTANT
                           TO F-ARCH-CTR-MONTANT(WS-CTR-IDX)
                       MOVE F-CTR-DEVISE
                           TO F-ARCH-CTR-DEVISE(WS-CTR-IDX)
                       MOVE F-CTR-STATUT
                           TO F-ARCH-CTR-STATUT(WS-CTR-IDX)
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

        ARCHIVER-CLIENT.

      *    Versement à l'archive, puis retrait des contrats et du
      *    client, tracés comme les suppressions de ccblmajb. Un
      *    client déjà archivé (revenu par les fichiers plats, puis
      *    résilié de nouveau) voit son archive remplacée.

           WRITE F-DATA-ARCH.
           IF ARCH-STATUS = "22"
               REWRITE F-DATA-ARCH
           END-IF.
           IF ARCH-STATUS NOT = "00"
               MOVE "Écriture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
               MOVE ARCH-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM SUPPRIMER-CONTRATS-CLIENT.
           MOVE "S" TO WS-ACTION.
           MOVE F-DATA-MAITRE TO WS-IMAGE-AVANT.
           DELETE CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Suppression CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE SPACES TO WS-IMAGE-APRES.
           PERFORM ECRIRE-AUDIT.
           IF WS-ARC-NB < 2000
               ADD 1 TO WS-ARC-NB
               MOVE WS-CLIENT-ID TO WS-ARC-ID(WS-ARC-NB)
           END-IF.
           ADD 1 TO WS-CPT-ARCHIVES.
           MOVE "Archivé" TO WS-MOTIF.
           PERFORM ECRIRE-LIGNE-RAPPORT.

        SUPPRIMER-CONTRATS-CLIENT.

      *    Suppression des contrats du client archivé, chacun tracé
      *    par une ligne d'audit d'action C.

           MOVE "C" TO WS-ACTION.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
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

        SUPPRIMER-CONTRAT-SUIVANT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
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
                   ADD 1 TO WS-CPT-CTR-RETIRES
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

        REECRIRE-SUIVI.

      *    Réécriture de la file de relance sans les entrées des
      *    clients archivés à retirer.

           OPEN OUTPUT ASSU-RESIL.
           IF RESIL-STATUS NOT = "00"
               MOVE "Ouverture ASSU-RESIL" TO WS-ABANDON-TEXTE
               MOVE RESIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF WS-SUIVI-NB > 0
               PERFORM ECRIRE-SUIVI VARYING WS-SUIVI-IDX
               FROM 1 BY 1 UNTIL WS-SUIVI-IDX > WS-SUIVI-NB
           END-IF.
           CLOSE ASSU-RESIL.

        ECRIRE-SUIVI.

           MOVE WS-SUIVI-ID(WS-SUIVI-IDX) TO WS-RETRAIT-ID.
           PERFORM CONTROLER-RETRAIT.
           IF WS-A-RETIRER = "O"
               ADD 1 TO WS-CPT-SUIVI-RETIRES
           ELSE
               WRITE F-DATA-RESIL FROM WS-SUIVI-ENTRY(WS-SUIVI-IDX)
               IF RESIL-STATUS NOT = "00"
                   MOVE "Écriture ASSU-RESIL" TO WS-ABANDON-TEXTE
                   MOVE RESIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        PURGER-FICHIER-PLAT.

      *    Retrait d'un fichier plat des lignes Resilie des clients
      *    archivés à retirer : le fichier est d'abord recopié
      *    tel quel dans la copie de travail, puis réécrit depuis
      *    elle. Une ligne d'un client archivé qui n'est plus
      *    Resilie est gardée et signalée au rapport.

           OPEN INPUT ASSU-PLAT.
           IF PLAT-STATUS NOT = "00"
               MOVE "Ouverture ASSU-PLAT" TO WS-ABANDON-TEXTE
               MOVE PLAT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT ARCH-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture ARCH-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM COPIER-LIGNE-PLAT UNTIL WS-FIN-FICHIER = "O".
           CLOSE ARCH-TRAVAIL.
           CLOSE ASSU-PLAT.

           OPEN INPUT ARCH-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Réouverture ARCH-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT ASSU-PLAT.
           IF PLAT-STATUS NOT = "00"
               MOVE "Réécriture ASSU-PLAT" TO WS-ABANDON-TEXTE
               MOVE PLAT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM FILTRER-LIGNE-PLAT UNTIL WS-FIN-FICHIER = "O".
           CLOSE ASSU-PLAT.
           CLOSE ARCH-TRAVAIL.

        COPIER-LIGNE-PLAT.

           READ ASSU-PLAT INTO WS-PLAT-LIGNE.
           IF PLAT-STATUS = "00"
               WRITE F-DATA-TRAVAIL FROM WS-PLAT-LIGNE
               IF TRAVAIL-STATUS NOT = "00"
                   MOVE "Écriture ARCH-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           ELSE
               IF PLAT-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture ASSU-PLAT" TO WS-ABANDON-TEXTE
                   MOVE PLAT-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        FILTRER-LIGNE-PLAT.

           READ ARCH-TRAVAIL INTO WS-PLAT-LIGNE.
           IF TRAVAIL-STATUS = "00"
               MOVE WS-PLAT-LIGNE TO WS-PLAT-PROPRE
               INSPECT WS-PLAT-PROPRE REPLACING ALL "*" BY " "
               MOVE "N" TO WS-A-RETIRER
               IF WS-PLAT-ID-NUM NOT = SPACES
                   MOVE WS-PLAT-ID-NUM TO WS-RETRAIT-ID
                   PERFORM CONTROLER-RETRAIT
               END-IF
               IF WS-A-RETIRER = "O"
                   AND WS-PLAT-STATUT = "Resilie"
                   ADD 1 TO WS-CPT-PLAT-RETIRES
               ELSE
                   IF WS-A-RETIRER = "O"
                       MOVE WS-PLAT-ID-NUM TO WS-RAP-ID
                       MOVE WS-PLAT-FILENAME TO WS-RAP-DESCRIPTION
                       MOVE SPACES TO WS-RAP-DATE
                       MOVE "Archivé mais plus Resilie" TO WS-RAP-MOTIF
                       WRITE F-DATA-RAPPORT FROM WS-RAPPORT-LIGNE
                   END-IF
                   WRITE F-DATA-PLAT FROM WS-PLAT-LIGNE
                   IF PLAT-STATUS NOT = "00"
                       MOVE "Écriture ASSU-PLAT" TO WS-ABANDON-TEXTE
                       MOVE PLAT-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               IF TRAVAIL-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture ARCH-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CONTROLER-RETRAIT.

      *    Le client WS-RETRAIT-ID est-il à retirer ? Oui s'il a été
      *    archivé par ce passage, ou s'il est à l'archive sans être
      *    au maître ; un client revenu au maître est gardé.

           MOVE "N" TO WS-A-RETIRER.
           IF WS-ARC-NB > 0
               PERFORM COMPARER-ARCHIVE VARYING WS-ARC-IDX
               FROM 1 BY 1 UNTIL WS-ARC-IDX > WS-ARC-NB
               OR WS-A-RETIRER = "O"
           END-IF.
           IF WS-A-RETIRER = "N"
               MOVE WS-RETRAIT-ID TO F-ARCH-ID-NUM
               READ CLI-ARCHIVE
               IF ARCH-STATUS = "00"
                   MOVE WS-RETRAIT-ID TO F-MAITRE-ID-NUM
                   READ CLI-MAITRE
                   IF MAITRE-STATUS = "23"
                       MOVE "O" TO WS-A-RETIRER
                   ELSE
                       IF MAITRE-STATUS NOT = "00"
                           MOVE "Lecture CLI-MAITRE"
                               TO WS-ABANDON-TEXTE
                           MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                       END-IF
                   END-IF
               ELSE
                   IF ARCH-STATUS NOT = "23"
                       MOVE "Lecture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
                       MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        COMPARER-ARCHIVE.

           IF WS-ARC-ID(WS-ARC-IDX) = WS-RETRAIT-ID
               MOVE "O" TO WS-A-RETIRER
           END-IF.

        ANONYMISER-ARCHIVE.

      *    Lecture d'un client archivé : délai légal échu depuis la
      *    résiliation, raison sociale et libellé sont effacés. Le
      *    rapport ne montre alors que l'ID-NUM.

           READ CLI-ARCHIVE NEXT.
           IF ARCH-STATUS = "00"
               IF F-ARCH-ANONYME NOT = "O"
                   AND F-ARCH-DATE-RESIL NOT > WS-SEUIL-ANONYMAT
                   MOVE "ANONYME" TO F-ARCH-ID-NAME
                   MOVE "Client anonymisé" TO F-ARCH-DESCRIPTION
                   MOVE "O" TO F-ARCH-ANONYME
                   MOVE WS-DATE-TRAITEE TO F-ARCH-DATE-ANONYMAT
                   REWRITE F-DATA-ARCH
                   IF ARCH-STATUS NOT = "00"
                       MOVE "Réécriture CLI-ARCHIVE"
                           TO WS-ABANDON-TEXTE
                       MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   ADD 1 TO WS-CPT-ANONYMISES
                   MOVE F-ARCH-ID-NUM TO WS-RAP-ID
                   MOVE SPACES TO WS-RAP-DESCRIPTION
                   MOVE F-ARCH-DATE-RESIL TO WS-RAP-DATE
                   MOVE "Anonymisé" TO WS-RAP-MOTIF
                   WRITE F-DATA-RAPPORT FROM WS-RAPPORT-LIGNE
               END-IF
           ELSE
               IF ARCH-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
                   MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ECRIRE-LIGNE-RAPPORT.

      *    Ligne de détail du client lu au maître : archivé, ou
      *    motif du refus.

           MOVE WS-CLIENT-ID TO WS-RAP-ID.
           MOVE WS-CLIENT-DESCRIPTION TO WS-RAP-DESCRIPTION.
           MOVE WS-DATE-RESIL TO WS-RAP-DATE.
           MOVE WS-MOTIF TO WS-RAP-MOTIF.
           WRITE F-DATA-RAPPORT FROM WS-RAPPORT-LIGNE.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Écriture ARCH-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        EDITER-TOTAUX.

      *    Pied du rapport : compteurs du passage, comme le rapport
      *    de ccblmail.

           WRITE F-DATA-RAPPORT FROM WS-TIRET.
           MOVE WS-CPT-RESILIES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Clients résiliés au maître : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-SANS-DATE TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Sans date dans la file     : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-RECENTS TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Résiliés depuis moins de   : " DELIMITED BY SIZE
                  WS-DELAI-ARCHIVAGE              DELIMITED BY SIZE
                  " mois : "                      DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-REFUSES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Archivages refusés         : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-ARCHIVES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Clients archivés           : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-SUIVI-RETIRES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Sortis de la file relance  : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-PLAT-RETIRES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Lignes plates retirées     : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           MOVE WS-CPT-ANONYMISES TO WS-CPT-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Clients anonymisés         : " DELIMITED BY SIZE
                  WS-CPT-EDIT                     DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           IF RAPPORT-STATUS NOT = "00"
               MOVE "Écriture ARCH-RAPPORT" TO WS-ABANDON-TEXTE
               MOVE RAPPORT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ECRIRE-AUDIT.

      *    Ligne d'audit de la mise à jour qui vient d'aboutir, dans
      *    la découpe de ccblmaint.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE WS-AUDIT-DATE TO WS-AUDIT-L-DATE.
           MOVE WS-AUDIT-HEURE(1:6) TO WS-AUDIT-L-HEURE.
           MOVE WS-OPERATEUR TO WS-AUDIT-L-OPER.
           MOVE WS-ACTION TO WS-AUDIT-L-ACTION.
           MOVE WS-CLIENT-ID TO WS-AUDIT-L-ID.
           MOVE WS-IMAGE-AVANT TO WS-AUDIT-L-AVANT.
           MOVE WS-IMAGE-APRES TO WS-AUDIT-L-APRES.
           WRITE F-DATA-AUDIT FROM WS-AUDIT-LIGNE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "Écriture CLI-AUDIT" TO WS-ABANDON-TEXTE
               MOVE AUDIT-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
