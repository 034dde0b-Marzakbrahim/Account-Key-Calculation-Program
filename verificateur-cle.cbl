               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst8
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst9
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
               88 ENR-PIED   VALUE '9'.
           05 NUM                                PIC X(10).
           05 CLE-PARTENAIRE                     PIC 9(1).
      *    IBAN du compte tel que le partenaire l'a enregistre,
      *    facultatif : a blanc (dont les lignes plus courtes des
      *    fichiers anterieurs), seule la cle est verifiee. Renseigne,
      *    CLCCle en controle la cle IBAN et le compare a l'IBAN
      *    recalcule depuis l'agence qu'il contient.
           05 IBAN-PARTENAIRE                    PIC X(34).
       01 ENTETE-PARTENAIRE.
           05 ENT-TYPE                           PIC X(1).
           05 ENT-EMETTEUR                       PIC X(10).
           05 V-CODE-ERREUR                      PIC 9(2).
           05 V-SEP5                             PIC X(3).
           05 V-LIBELLE-ERREUR                   PIC X(30).
      *    Verdict sur l'IBAN recu (a blanc s'il n'en est pas venu) et
      *    IBAN recalcule par CLCCle.
           05 V-SEP6                             PIC X(3).
           05 V-RESULTAT-IBAN                    PIC X(13).
           05 V-SEP7                             PIC X(3).
           05 V-IBAN-CALCULE                     PIC X(27).

       FD TAB-NUM-SUSPENS.
      * Un enregistrement par compte en suspens :
           05 AVD-CLE-PARTENAIRE                 PIC 9(1).
           05 AVD-CLE-CALCULEE                   PIC 9(1).
           05 AVD-RESULTAT                       PIC X(11).
           05 AVD-RESULTAT-IBAN                  PIC X(13).
           05 AVD-IBAN-CALCULE                   PIC X(27).
       01 AVIS-PIED.
           05 AVP-TYPE                           PIC X(1).
           05 AVP-NB                             PIC 9(10).
      * Dernier numero de sequence d'avis emis :
       01 AVIS-SEQ-REC.
           05 SEQ-AVIS                           PIC 9(6).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
       01 COMPTEUR-CONCORDANCE                            PIC 9(10).
       01 COMPTEUR-DISCORDANCE                            PIC 9(10).
       01 COMPTEUR-REJET                                  PIC 9(10).
      * Verdicts sur les IBAN recus : concordants, discordants (cle
      * IBAN juste mais autre compte que l'IBAN recalcule), invalides
      * (cle IBAN fausse) et valides sans comparaison possible (compte
      * sans agence ou code banque absent).
       01 COMPTEUR-IBAN-CONCORDANT                        PIC 9(10).
       01 COMPTEUR-IBAN-DISCORDANT                        PIC 9(10).
       01 COMPTEUR-IBAN-INVALIDE                          PIC 9(10).
       01 COMPTEUR-IBAN-VALIDE                            PIC 9(10).
      * Mouvements du fichier de suspens pendant ce passage, et
      * repartition par anciennete de ce qui reste ouvert a la fin :
      * NOUVEAU = vu pour la premiere fois ce passage, MOYEN = ouvert
       01 L-Fst6                                          PIC 99.
       01 L-Fst7                                          PIC 99.
       01 L-Fst8                                          PIC 99.
       01 L-Fst9                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Avis de discordance en cours d'emission : numero de sequence,
      * nombre de details ecrits et somme de controle cumulee sur les
       01 WS-NOM-SUSPENS                                  PIC X(60).
       01 WS-NOM-AGING                                    PIC X(60).
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-ECHANGE-DERNIER                          PIC X(60).
       01 WS-NOM-AVIS                                     PIC X(60).
       01 WS-NOM-AVIS-SEQ                                 PIC X(60).
                      COMPTEUR-CONCORDANCE
                      COMPTEUR-DISCORDANCE
                      COMPTEUR-REJET
                      COMPTEUR-IBAN-CONCORDANT
                      COMPTEUR-IBAN-DISCORDANT
                      COMPTEUR-IBAN-INVALIDE
                      COMPTEUR-IBAN-VALIDE
                      COMPTEUR-MISES-SUSPENS
                      COMPTEUR-LEVEES-SUSPENS
                      COMPTEUR-SUSPENS-NOUVEAU
                      L-Fst6
                      L-Fst7
                      L-Fst8
                      L-Fst9
                      COMPTEUR-AVIS
                      SOMME-CONTROLE-AVIS
                      WS-NB-DETAIL
           PERFORM Resoudre-Noms-Fichiers
                   THRU FIN-Resoudre-Noms-Fichiers

      *    Date metier du passage, pour dater les avis et les
      *    premieres mises en suspens -- lue avant toute ouverture de
      *    fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    Trace de demarrage dans le journal commun des passages --
      *    ecrite avant le controle de l'echange, pour qu'un fichier
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ECHANGE-DERNIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-ECHANGE-DERNIER
       FIN-Resoudre-Noms-Fichiers. EXIT.
      ****************************

      *****************
       Lire-Date-Metier.
      *****************
      *    Le passage est date de la journee metier ouverte, pas de
      *    l'horloge du systeme : une nuit qui deborde apres minuit ou
      *    qu'on relance le lendemain matin garde sa date. Fichier
      *    absent, vide, ou journee deja close : le passage est refuse
      *    avant d'avoir ouvert le moindre fichier de travail, et le
      *    refus est trace au journal (a la date du systeme, faute de
      *    mieux) pour que l'enchainement s'arrete sur cette etape.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst9 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst9
                       ") : PASSAGE REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : PASSAGE REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : PASSAGE REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      ******************
       Controler-Echange.
      ******************
           MOVE V-CLE-PARTENAIRE TO AVD-CLE-PARTENAIRE
           MOVE V-CLE-CALCULEE TO AVD-CLE-CALCULEE
           MOVE V-RESULTAT TO AVD-RESULTAT
           MOVE V-RESULTAT-IBAN TO AVD-RESULTAT-IBAN
           MOVE V-IBAN-CALCULE TO AVD-IBAN-CALCULE
           WRITE AVIS-DETAIL
           IF L-Fst7 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst7
             IF FIN-NON AND LIGNE-DETAIL
               MOVE NUM TO NUM-COMP
               MOVE CLE-PARTENAIRE TO Cle
      *        L'agence n'est pas dans le detail partenaire : quand un
      *        IBAN l'accompagne, elle en est tiree (positions 10 a 14,
      *        apres pays, cle IBAN et code banque) pour que CLCCle
      *        recalcule l'IBAN a comparer.
               MOVE IBAN-PARTENAIRE TO IBAN-A-VERIFIER
               IF IBAN-PARTENAIRE = SPACES
                 MOVE SPACES TO NUM-AGENCE
               ELSE
                 MOVE IBAN-PARTENAIRE(10:5) TO NUM-AGENCE
               END-IF
               CALL 'CLCCle' USING WS-Num-Cle-Err
               IF FIN-NON
                 IF Erreur-Oui
           MOVE " : " TO V-SEP2
           MOVE CLE-CALCULEE TO V-CLE-CALCULEE
           MOVE " : " TO V-SEP3
           PERFORM Qualifier-IBAN THRU FIN-Qualifier-IBAN
      *    Un IBAN recu faux ou d'un autre compte met le compte en
      *    discordance au meme titre qu'une cle fausse.
           IF IBAN-DISCORDANT OR IBAN-INVALIDE
               SET Verif-Discordance TO TRUE
           END-IF
           IF Verif-Concordance
               MOVE "CONCORDANCE" TO V-RESULTAT
               ADD 1 TO COMPTEUR-CONCORDANCE
           MOVE ZERO TO V-CODE-ERREUR
           MOVE " : " TO V-SEP5
           MOVE SPACES TO V-LIBELLE-ERREUR
           MOVE " : " TO V-SEP6
           MOVE " : " TO V-SEP7
           MOVE IBAN TO V-IBAN-CALCULE
           WRITE RESULTAT-VERIF
           IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur lecture fichier =' L-Fst2
       FIN-Ecrire-Resultat. EXIT.
      ***********************

      ***************
       Qualifier-IBAN.
      ***************
      *    Libelle du verdict de CLCCle sur l'IBAN recu, et compteurs
      *    du passage -- a blanc quand le partenaire n'a pas envoye
      *    d'IBAN.
           EVALUATE TRUE
               WHEN IBAN-CONCORDANT
                   MOVE "IBAN OK" TO V-RESULTAT-IBAN
                   ADD 1 TO COMPTEUR-IBAN-CONCORDANT
               WHEN IBAN-DISCORDANT
                   MOVE "IBAN FAUX" TO V-RESULTAT-IBAN
                   ADD 1 TO COMPTEUR-IBAN-DISCORDANT
               WHEN IBAN-INVALIDE
                   MOVE "IBAN INVALIDE" TO V-RESULTAT-IBAN
                   ADD 1 TO COMPTEUR-IBAN-INVALIDE
               WHEN IBAN-VALIDE
                   MOVE "IBAN VALIDE" TO V-RESULTAT-IBAN
                   ADD 1 TO COMPTEUR-IBAN-VALIDE
               WHEN OTHER
                   MOVE SPACES TO V-RESULTAT-IBAN
           END-EVALUATE
           .
      *******************
       FIN-Qualifier-IBAN. EXIT.
      *******************

      ****************
       Ecrire-Rejet.
      ****************
           MOVE CODE-ERREUR TO V-CODE-ERREUR
           MOVE " : " TO V-SEP5
           MOVE LIBELLE-ERREUR TO V-LIBELLE-ERREUR
           MOVE " : " TO V-SEP6
           MOVE SPACES TO V-RESULTAT-IBAN
           MOVE " : " TO V-SEP7
           MOVE SPACES TO V-IBAN-CALCULE
           WRITE RESULTAT-VERIF
           IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur lecture fichier =' L-Fst2
           DISPLAY "Nombre de concordances :" COMPTEUR-CONCORDANCE
           DISPLAY "Nombre de discordances :" COMPTEUR-DISCORDANCE
           DISPLAY "Nombre de rejets :" COMPTEUR-REJET
           DISPLAY "IBAN concordants :" COMPTEUR-IBAN-CONCORDANT
           DISPLAY "IBAN discordants :" COMPTEUR-IBAN-DISCORDANT
           DISPLAY "IBAN invalides :" COMPTEUR-IBAN-INVALIDE
           DISPLAY "IBAN valides non compares :" COMPTEUR-IBAN-VALIDE
           DISPLAY "Mises en suspens :" COMPTEUR-MISES-SUSPENS
           DISPLAY "Suspens leves :" COMPTEUR-LEVEES-SUSPENS
      *    L'echange est entierement traite : sa date et sa sequence
