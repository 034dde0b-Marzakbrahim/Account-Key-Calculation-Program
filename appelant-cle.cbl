      *    traiter-accuses.cbl y reporte le verdict du partenaire --
      *    c'est par ce fichier qu'une sequence perdue en transit
      *    (comme la 000124) ressort au lieu d'etre decouverte par
      *    hasard. Cle = partenaire + sequence : chaque partenaire a
      *    sa propre numerotation.
           SELECT TAB-NUM-ACCUSES-SUIVI ASSIGN TO DYNAMIC
                       WS-NOM-ACCUSES-SUIVI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUI-CLE
               FILE STATUS IS L-Fst27
                .

               RECORD KEY IS AGR-CODE
               FILE STATUS IS L-Fst20
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst29
                .

      *    Referentiel des partenaires destinataires des transmissions
      *    (voir Structure-partenaire.txt et gerer-partenaires.cbl) :
      *    une transmission par partenaire actif, filtree sur son
      *    abonnement, numerotee sur son propre compteur (voir
      *    Ecrire-Transmissions). Absent ou vide, l'unique
      *    transmission historique est emise comme avant.
           SELECT TAB-NUM-REF-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-REF-PARTENAIRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CODE
               FILE STATUS IS L-Fst30
                .

      *    Registre des livraisons de TAB-NUM.txt acceptees, une ligne
      *    par livraison, tous passages confondus (voir
      *    Controler-Livraison) : permanent et jamais suffixe par flux.
           SELECT TAB-NUM-LIVRAISONS ASSIGN TO DYNAMIC
                       WS-NOM-LIVRAISONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst31
                .

      *    Registre des derogations (voir Structure-derogation.txt et
      *    gerer-derogations.cbl) : un compte bloque est rejete au lieu
      *    d'etre calcule et n'est pas transmis, un compte a cle
      *    imposee sort avec cette cle (voir Chercher-Derogation).
      *    Seules les derogations approuvees et non expirees a la date
      *    metier comptent. Absent : aucune derogation.
           SELECT TAB-NUM-DEROGATIONS ASSIGN TO DYNAMIC
                       WS-NOM-DEROGATIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRG-NUM
               FILE STATUS IS L-Fst32
                .

      *    Trace permanente des derogations : une ligne par usage (voir
      *    Tracer-Derogation), relue par le rapport de controle des
      *    derogations.
           SELECT TAB-NUM-DEROGATIONS-TRACE ASSIGN TO DYNAMIC
                       WS-NOM-TRACE-DEROGATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst33
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 NUM-AGENCE-ENTREE                  PIC X(05).
           05 NUM                                PIC X(10).
           05 TYPE-COMPTE-ENTREE                  PIC X(01).
      * La livraison est encadree par un en-tete en premiere ligne
      * (systeme source, date d'extraction, numero de livraison) et un
      * pied en derniere (nombre de lignes de detail, somme de leurs
      * numeros de compte) -- voir Controler-Livraison. Un code agence
      * etant numerique, ni l'un ni l'autre ne se confond avec un
      * detail.
       01 ENTREE-ENTETE.
           05 ENE-TYPE                           PIC X(05).
               88 ENE-ENTETE VALUE 'ENTET'.
           05 ENE-SOURCE                         PIC X(10).
           05 ENE-DATE-EXTRACTION                PIC X(08).
           05 ENE-SEQUENCE                       PIC X(06).
       01 ENTREE-PIED.
           05 ENP-TYPE                           PIC X(05).
               88 ENP-PIED VALUE 'PIED '.
           05 ENP-NOMBRE                         PIC X(10).
           05 ENP-SOMME                          PIC X(18).
       FD TAB-NUM-SORTIE.
      * La structure des données de sorties : le code agence et le
      * type de compte de l'entree accompagnent desormais le couple
      * rapprochement contre leurs propres referentiels. Les
      * enregistrements a l'ancien format d'entree sortent avec
      * l'agence et le type a blanc.
      * Suivent la cle RIB et l'IBAN calcules par CLCCle (zero et
      * blanc quand le RIB n'a pas pu etre calcule : ancien format,
      * code banque absent).
       01 SORTIE-CLE-ET-NUM.
           05 SORTIE-MUN                         PIC 9(10).
           05 SORTIE-CLE                         PIC 9(1).
           05 SORTIE-AGENCE                      PIC X(5).
           05 SORTIE-TYPE                        PIC X(1).
           05 SORTIE-CLE-RIB                     PIC 9(2).
           05 SORTIE-IBAN                        PIC X(27).
      * Variante ecrite en traitement reparti (NB-FLUX > 1) : le rang
      * de lecture dans TAB-NUM (COMPTEUR-ENTREE) prefixe chaque
      * enregistrement, pour que la fusion puisse restituer l'ordre
           05 SORTIE-FLUX-CLE                    PIC 9(1).
           05 SORTIE-FLUX-AGENCE                 PIC X(5).
           05 SORTIE-FLUX-TYPE                   PIC X(1).
           05 SORTIE-FLUX-CLE-RIB                PIC 9(2).
           05 SORTIE-FLUX-IBAN                   PIC X(27).

       FD TAB-NUM-ERREURS.
      * La structure des enregistrements de erreurs :
           05 DIST-PCT-SIGNE                     PIC X(1).

       FD TAB-NUM-SORTIE-IDX.
      * Meme structure que TAB-NUM-SORTIE, cle = numero de compte --
      * l'agence et le type y sont gardes pour que le maitre cumulatif
      * puisse etre rapproche du referentiel des agences (voir
      * controler-coherence.cbl) :
       01 SORTIE-CLE-ET-NUM-IDX.
           05 SORTIE-MUN-IDX                     PIC 9(10).
           05 SORTIE-CLE-IDX                     PIC 9(1).
           05 SORTIE-AGENCE-IDX                  PIC X(5).
           05 SORTIE-TYPE-IDX                    PIC X(1).
      *    Etat du numero dans le maitre : blanc = cle calculee par un
      *    passage de la chaine, 'R' = numero reserve par
      *    attribuer-numeros.cbl et pas encore livre dans TAB-NUM.txt.
           05 SORTIE-ETAT-IDX                    PIC X(1).
               88 SORTIE-CALCULEE-IDX VALUE ' '.
               88 SORTIE-RESERVEE-IDX VALUE 'R'.
      *    Cle RIB et IBAN du compte, comme dans TAB-NUM-SORTIE.
           05 SORTIE-CLE-RIB-IDX                 PIC 9(2).
           05 SORTIE-IBAN-IDX                    PIC X(27).

       FD TAB-NUM-TEMP-TRONQUE.
      * Zone de travail generique, assez large pour les structures a
      * tronquer, prefixe de rang d'entree compris : SORTIE-CLE-ET-NUM
      * (46 ou 56), SORTIE-ERR (79 ou 89), AUDIT-REC (92 ou 102),
      * DELTA-CLE-ET-NUM (46 ou 56), HISTORIQUE-REC (30), ANOMALIE-REC
      * (49) et BICLE-REC (18 caracteres).
       01 TEMP-TRONQUE-REC                       PIC X(102).

       01 REFERENCE-CLE-ET-NUM-IDX.
           05 REF-MUN-IDX                        PIC 9(10).
           05 REF-CLE-IDX                        PIC 9(1).
           05 REF-AGENCE-IDX                     PIC X(5).
           05 REF-TYPE-IDX                       PIC X(1).
           05 REF-ETAT-IDX                       PIC X(1).
               88 REF-RESERVEE-IDX VALUE 'R'.
           05 REF-CLE-RIB-IDX                    PIC 9(2).
           05 REF-IBAN-IDX                       PIC X(27).

       FD TAB-NUM-DELTA.
      * Meme structure que SORTIE-CLE-ET-NUM, agence, type, cle RIB et
      * IBAN compris :
       01 DELTA-CLE-ET-NUM.
           05 DELTA-MUN                          PIC 9(10).
           05 DELTA-CLE                          PIC 9(1).
           05 DELTA-AGENCE                       PIC X(5).
           05 DELTA-TYPE                         PIC X(1).
           05 DELTA-CLE-RIB                      PIC 9(2).
           05 DELTA-IBAN                         PIC X(27).
      * Variante prefixee par le rang d'entree, ecrite en traitement
      * reparti -- voir SORTIE-CLE-ET-NUM-FLUX ci-dessus.
       01 DELTA-CLE-ET-NUM-FLUX.
           05 DELTA-FLUX-SEQ                     PIC 9(10).
           05 DELTA-FLUX-CORPS                   PIC X(46).

       FD TAB-NUM-HISTORIQUE.
      * Une ligne par cle calculee, tous passages confondus : numero,

       FD TAB-NUM-SORTIE-T1.
      * Comptes courants ('1') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T1-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T2.
      * Comptes epargne ('2') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T2-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T3.
      * Comptes en devises ('3') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T3-REC                          PIC X(46).

       FD TAB-NUM-STATISTIQUES.
      * Ligne du fichier permanent de statistiques -- structure
      * L'entete porte desormais la version de l'algorithme de cle
      * sous laquelle le fichier a ete calcule ; un recepteur anterieur
      * a la transition ignore simplement ce caractere de plus.
      * Suit le code du partenaire destinataire (a blanc pour la
      * transmission historique unique), ignore de la meme facon.
       01 TRANS-ENTETE.
           05 TRE-TYPE                           PIC X(1).
           05 TRE-EMETTEUR                       PIC X(10).
           05 TRE-DATE                           PIC X(8).
           05 TRE-SEQUENCE                       PIC 9(6).
           05 TRE-VERSION                        PIC X(1).
           05 TRE-PARTENAIRE                     PIC X(10).
       01 TRANS-DETAIL.
           05 TRD-TYPE                           PIC X(1).
           05 TRD-NUM                            PIC 9(10).
           05 TRD-CLE                            PIC 9(1).
           05 TRD-AGENCE                         PIC X(5).
           05 TRD-TYPE-COMPTE                    PIC X(1).
      *    Cle RIB et IBAN du compte (zero et blanc sans agence ou sans
      *    code banque).
           05 TRD-CLE-RIB                        PIC 9(2).
           05 TRD-IBAN                           PIC X(27).
       01 TRANS-PIED.
           05 TRP-TYPE                           PIC X(1).
           05 TRP-NB                             PIC 9(10).
           05 SEQ-TRANSMISSION                   PIC 9(6).

       FD TAB-NUM-ACCUSES-SUIVI.
      * Une transmission emise par enregistrement, cle = code
      * partenaire (a blanc pour la transmission historique unique) +
      * numero de sequence -- meme dessin que dans fusionner-flux.cbl
      * et traiter-accuses.cbl, qui reporte le verdict du partenaire :
       01 SUIVI-ACCUSE-ENR.
           05 SUI-CLE.
               10 SUI-PARTENAIRE                 PIC X(10).
               10 SUI-SEQUENCE                   PIC 9(6).
           05 SUI-DATE-EMISSION                  PIC X(8).
           05 SUI-STATUT                         PIC X(1).
               88 SUI-EMIS    VALUE 'E'.
               88 AGR-OUVERTE VALUE 'O'.
               88 AGR-FERMEE  VALUE 'F'.
           05 AGR-DATE-FERMETURE                 PIC X(8).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-REF-PARTENAIRES.
      * Un partenaire, cle = code partenaire -- structure partagee par
      * copybook avec gerer-partenaires.cbl, qui entretient ce fichier :
       01 REF-PARTENAIRE-ENR.
           COPY 'Structure-partenaire.txt'.

       FD TAB-NUM-LIVRAISONS.
      * Une livraison acceptee : systeme source, numero de livraison,
      * date d'extraction, nombre de lignes et somme des numeros de
      * compte annonces par le pied, journee metier et heure du
      * passage qui l'a acceptee.
       01 LIVRAISON-REC.
           05 LIV-SOURCE                         PIC X(10).
           05 LIV-SEP1                           PIC X(3).
           05 LIV-SEQUENCE                       PIC 9(6).
           05 LIV-SEP2                           PIC X(3).
           05 LIV-DATE-EXTRACTION                PIC X(8).
           05 LIV-SEP3                           PIC X(3).
           05 LIV-NOMBRE                         PIC 9(10).
           05 LIV-SEP4                           PIC X(3).
           05 LIV-SOMME                          PIC 9(18).
           05 LIV-SEP5                           PIC X(3).
           05 LIV-DATE-METIER                    PIC X(8).
           05 LIV-SEP6                           PIC X(3).
           05 LIV-HEURE                          PIC X(8).

       FD TAB-NUM-DEROGATIONS.
      * Une derogation, cle = numero de compte -- structure partagee
      * par copybook avec gerer-derogations.cbl, qui entretient ce
      * fichier :
       01 DEROGATION-ENR.
           COPY 'Structure-derogation.txt'.

       FD TAB-NUM-DEROGATIONS-TRACE.
       01 TRACE-DEROGATION-REC.
           COPY 'Structure-trace-derogation.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
      * (flux unique uniquement -- en reparti c'est la fusion qui tient
      * l'historique et ce compteur).
       01 COMPTEUR-ANOMALIE                               PIC 9(10).
      * Derogations appliquees (voir Chercher-Derogation) : comptes
      * bloques -- deja comptes dans COMPTEUR-ERREUR, ils passent par
      * Ecrire-fic-ERR sous le motif 11 --, cles imposees a la place
      * de la cle calculee, et comptes retires des transmissions.
       01 COMPTEUR-BLOQUE                                 PIC 9(10).
       01 COMPTEUR-CLE-IMPOSEE                            PIC 9(10).
       01 COMPTEUR-NON-TRANSMIS                           PIC 9(10).
      * Registre des derogations ouvert ou absent, derogation en
      * vigueur trouvee pour le compte en cours (ou cle imposee qui ne
      * l'est plus : levee ou expiree), evenement a tracer et cle que
      * CLCCle avait calculee avant d'etre remplacee.
       01 Registre-Derogations-Switch                     PIC X(1).
           88 REGISTRE-DEROGATIONS-OUVERT  VALUE 'O'.
           88 REGISTRE-DEROGATIONS-ABSENT  VALUE 'N'.
       01 Derogation-Switch                               PIC X(1).
           88 DEROGATION-AUCUNE  VALUE ' '.
           88 DEROGATION-CLE     VALUE 'C'.
           88 DEROGATION-BLOCAGE VALUE 'B'.
           88 DEROGATION-ECHUE   VALUE 'E'.
       01 WS-EVENEMENT-DEROGATION                         PIC X(16).
       01 WS-CLE-CALCULEE                                 PIC 9(1).
      * Nombre d'enregistrements que l'historique des cles contenait
      * avant cette execution : la reprise retaille l'historique a
      * HISTORIQUE-BASE + COMPTEUR-SORTIE, puisque chaque sortie y

      * Compteurs par agence pour le rapport TAB-NUM-AGENCES : volumes
      * entree/sortie/erreur et repartition des motifs de rejet (le
      * compteur AGE-ERR-CODE-CPT(n) compte les rejets du CODE-ERREUR n,
      * de 01 a 10 -- les comptes bloques, motif 11, n'entrent que dans
      * le volume en erreur et dans COMPTEUR-BLOQUE).
      * Meme dessin que CHK-AGENCES dans le point de controle, pour que
      * le tout se transporte d'un seul MOVE. Au-dela de MAX-AGENCES
      * codes distincts, les suivants sont regroupes sur la derniere
       01 L-Fst26                                         PIC 99.
       01 L-Fst27                                         PIC 99.
       01 L-Fst28                                         PIC 99.
       01 L-Fst29                                         PIC 99.
       01 L-Fst30                                         PIC 99.
       01 L-Fst31                                         PIC 99.
       01 L-Fst32                                         PIC 99.
       01 L-Fst33                                         PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Volumes par type de compte pour les statistiques d'execution :
      * (1..3) = types '1' courant / '2' epargne / '3' devises, (4) =
      * voir Ecrire-Transmission.
       01 WS-SEQ-EMISSION                                 PIC 9(6).

      * Emission par partenaire (voir Ecrire-Transmissions) : code du
      * partenaire en cours (a blanc pour la transmission historique),
      * version de cle qu'il attend et version du passage a restituer
      * dans la zone d'echange, nombre et somme de controle de sa
      * seule transmission.
       01 WS-PARTENAIRE-EMISSION                          PIC X(10).
       01 WS-VERSION-PARTENAIRE                           PIC X(1).
       01 WS-VERSION-PASSAGE                              PIC X(1).
       01 COMPTEUR-PARTENAIRE                             PIC 9(10).
       01 SOMME-CONTROLE-PARTENAIRE                       PIC 9(18).
       01 NB-PARTENAIRES-LUS                              PIC 9(4).
       01 NB-PARTENAIRES-EMIS                             PIC 9(4).
       01 INDICE-ABONNEMENT                               PIC 9(4).
       01 Fin-Partenaires-Switch                          PIC X(1).
           88 FIN-PARTENAIRES-OUI VALUE 'Y'.
           88 FIN-PARTENAIRES-NON VALUE 'X'.
       01 Abonnement-Switch                               PIC X(1).
           88 ABONNEMENT-OUI VALUE 'O'.
           88 ABONNEMENT-NON VALUE 'N'.

      * Noms de fichiers resolus au demarrage -- voir
      * Resoudre-Noms-Fichiers.
       01 WS-NOM-ENTREE                                   PIC X(60).
       01 WS-NOM-HISTORIQUE-IDX                           PIC X(60).
       01 WS-NOM-HISTORIQUE-BASE                          PIC X(60).
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-TRANSMISSION                             PIC X(60).
       01 WS-NOM-TRANSMISSION-SEQ                         PIC X(60).
       01 WS-NOM-REF-AGENCES                              PIC X(60).
       01 WS-NOM-SORTIE-T2                                PIC X(60).
       01 WS-NOM-SORTIE-T3                                PIC X(60).
       01 WS-NOM-ACCUSES-SUIVI                            PIC X(60).
       01 WS-NOM-REF-PARTENAIRES                          PIC X(60).
       01 WS-NOM-LIVRAISONS                               PIC X(60).
       01 WS-NOM-DEROGATIONS                              PIC X(60).
       01 WS-NOM-TRACE-DEROGATIONS                        PIC X(60).
       01 WS-NOM-STOP                                     PIC X(60).

      * Nom du fichier de travail temporaire utilise par
       01 Inchange-Switch                                 PIC X(1).
           88 INCHANGE-OUI VALUE 'O'.
           88 INCHANGE-NON VALUE 'N'.
      * Le compte en cours est un numero reserve du maitre, livre pour
      * la premiere fois (voir Controler-Delta).
       01 Reserve-Switch                                  PIC X(1).
           88 RESERVE-OUI VALUE 'O'.
           88 RESERVE-NON VALUE 'N'.
      * Cle du compte dans le maitre quand il y est deja (voir
      * Controler-Delta), et compte du maitre a reecrire parce qu'une
      * derogation lui impose une autre cle (voir Appliquer-Derogation).
       01 WS-CLE-MAITRE                                   PIC 9(1).
       01 Reecriture-Switch                               PIC X(1).
           88 REECRITURE-OUI VALUE 'O'.
           88 REECRITURE-NON VALUE 'N'.

      * Controle de la livraison TAB-NUM.txt (voir
      * Controler-Livraison) : en-tete lu, nombre et somme annonces
      * par le pied, nombre et somme recomptes sur les lignes de
      * detail, plus haut numero deja accepte pour ce systeme source,
      * et motif du refus (a blanc tant que la livraison est admise).
       01 WS-LIV-SOURCE                                   PIC X(10).
       01 WS-LIV-DATE-EXTRACTION                          PIC X(8).
       01 WS-LIV-SEQUENCE                                 PIC 9(6).
       01 WS-LIV-NOMBRE-PIED                              PIC 9(10).
       01 WS-LIV-SOMME-PIED                               PIC 9(18).
       01 COMPTEUR-LIVRAISON                              PIC 9(10).
       01 SOMME-CONTROLE-LIVRAISON                        PIC 9(18).
       01 WS-LIV-SEQUENCE-MAX                             PIC 9(6).
       01 WS-LIV-SEQUENCE-ATTENDUE                        PIC 9(6).
       01 WS-LIV-MOTIF                                    PIC X(60).
       01 WS-NUM-LIVRE                                    PIC X(10).
       01 WS-NUM-LIVRE-NUM REDEFINES WS-NUM-LIVRE         PIC 9(10).
       01 Pied-Switch                                     PIC X(1).
           88 PIED-PRESENT VALUE 'P'.
           88 PIED-ABSENT  VALUE 'A'.
       01 Source-Connue-Switch                            PIC X(1).
           88 SOURCE-CONNUE   VALUE 'C'.
           88 SOURCE-INCONNUE VALUE 'I'.
       01 Livraison-Switch                                PIC X(1).
           88 LIVRAISON-INSCRITE VALUE 'I'.
           88 LIVRAISON-NOUVELLE VALUE 'N'.

      * Compteur et fin de boucle pour Tronquer-Fichiers-Reprise.
       01 WS-COMPTEUR-TRONQUE                             PIC 9(10).
      * d'enregistrement pendant sa construction.
       01 WS-SORTIE-FLUX.
           05 WS-SORTIE-FLUX-SEQ                 PIC 9(10).
           05 WS-SORTIE-FLUX-CORPS               PIC X(46).
       01 WS-ERREUR-FLUX.
           05 WS-ERREUR-FLUX-SEQ                 PIC 9(10).
           05 WS-ERREUR-FLUX-CORPS               PIC X(79).
           05 WS-AUDIT-FLUX-CORPS                PIC X(92).
       01 WS-DELTA-FLUX.
           05 WS-DELTA-FLUX-SEQ                  PIC 9(10).
           05 WS-DELTA-FLUX-CORPS                PIC X(46).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

                      COMPTEUR-AGE-INCONNUE
                      COMPTEUR-AGE-FERMEE
                      COMPTEUR-ANOMALIE
                      COMPTEUR-BLOQUE
                      COMPTEUR-CLE-IMPOSEE
                      COMPTEUR-NON-TRANSMIS
                      NB-REF-AGENCES
                      TAB-REF-AGENCES
                      HISTORIQUE-BASE
                      L-Fst26
                      L-Fst27
                      L-Fst28
                      L-Fst29
                      L-Fst30
                      L-Fst31
                      L-Fst32
                      L-Fst33
                      TAB-TYPES-COMPTE

           SET FIN-NON TO TRUE
           SET SKIP-NON TO TRUE
           SET DOUBLON-NON TO TRUE
           SET INCHANGE-NON TO TRUE
           SET RESERVE-NON TO TRUE
           SET REECRITURE-NON TO TRUE
           SET REFERENCE-PRESENTE TO TRUE
           SET GARDE-INCONNU TO TRUE

           PERFORM Resoudre-Noms-Fichiers
                   THRU FIN-Resoudre-Noms-Fichiers

      *    Date metier du passage, pour dater les lignes d'historique,
      *    d'anomalies et de statistiques et l'en-tete de la
      *    transmission -- lue avant toute ouverture de fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    Livraison TAB-NUM.txt controlee en entier (en-tete, pied,
      *    sequence, doublon) avant qu'aucun fichier de sortie ni
      *    aucun maitre ne soit ouvert : refusee, elle n'en touche
      *    aucun.
           PERFORM Controler-Livraison THRU FIN-Controler-Livraison

      *    Recherche d'un point de reprise laisse par une execution
      *    precedente qui se serait arretee avant la fin du fichier.
      *    quel que soit le type de compte.
           PERFORM Charger-Ref-Agences THRU FIN-Charger-Ref-Agences

      *    Registre des derogations : consulte compte par compte (voir
      *    Chercher-Derogation), en lecture seule -- les flux
      *    paralleles le partagent.
           OPEN INPUT TAB-NUM-DEROGATIONS
           IF L-Fst32 = ZERO
               SET REGISTRE-DEROGATIONS-OUVERT TO TRUE
           ELSE
               SET REGISTRE-DEROGATIONS-ABSENT TO TRUE
               IF L-Fst32 NOT = 35
                   DISPLAY "REGISTRE DES DEROGATIONS INACCESSIBLE "
                           "(STATUT " L-Fst32 ") : AUCUNE DEROGATION "
                           "APPLIQUEE"
               END-IF
           END-IF

      *    Trace de demarrage dans le journal commun des passages : en
      *    reprise, les compteurs repris du point de controle y
      *    figurent -- l'exploitation voit d'ou le passage repart.
                          WS-NOM-TRANSMISSION
                          WS-NOM-TRANSMISSION-SEQ
                          WS-NOM-REF-AGENCES
                          WS-NOM-LIVRAISONS
                          WS-NOM-DEROGATIONS
                          WS-NOM-TRACE-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM.txt" DELIMITED BY SIZE
               INTO WS-NOM-ENTREE
      *    Le registre des livraisons est unique : tous les flux d'un
      *    traitement reparti controlent la meme livraison.
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-LIVRAISONS.txt" DELIMITED BY SIZE
               INTO WS-NOM-LIVRAISONS
      *    Le registre des derogations et sa trace sont eux aussi
      *    uniques et permanents.
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS.dat" DELIMITED BY SIZE
               INTO WS-NOM-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS-TRACE.txt" DELIMITED BY SIZE
               INTO WS-NOM-TRACE-DEROGATIONS
      *    Le fichier maitre de reference du mode delta est toujours le
      *    fichier indexe fusionne de l'execution precedente, sans
      *    suffixe de flux : tous les flux consultent le meme maitre.
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
      *    La transmission partenaire et son numero de sequence sont
      *    uniques (jamais suffixes par flux) : en traitement reparti
      *    c'est la fusion qui les ecrit, sous ces memes noms.
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCUSES-SUIVI.dat" DELIMITED BY SIZE
               INTO WS-NOM-ACCUSES-SUIVI
           MOVE SPACES TO WS-NOM-REF-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-PARTENAIRES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-PARTENAIRES
      *    Les sorties ventilees par type reprennent les memes noms
      *    que ceux ecrits par la fusion : jamais suffixees.
           MOVE SPACES TO WS-NOM-SORTIE-T1
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
           IF L-Fst29 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst29
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

      ********************
       Controler-Livraison.
      ********************
      *    Le fichier TAB-NUM.txt livre par la gestion des comptes est
      *    relu en entier avant d'ouvrir le moindre fichier de travail :
      *    en-tete en premiere ligne, pied en derniere, nombre de lignes
      *    de detail et somme de leurs numeros de compte egaux a ceux
      *    annonces par le pied, numero de livraison a la suite du
      *    dernier accepte pour ce systeme source, livraison jamais
      *    traitee (meme numero, ou meme contenu sous un autre numero).
      *    Au premier ecart toute la livraison est refusee -- journal
      *    ABANDONNE, code retour 8 -- sans qu'aucun maitre, historique
      *    ou transmission n'en soit touche : une livraison en double
      *    ne passe plus en mode delta pour une nuit de comptes
      *    "inchanges".
      *    Une livraison deja inscrite au registre sous la journee
      *    metier en cours n'est admise que pour un flux qui a encore
      *    quelque chose a faire : point de controle a reprendre, ou
      *    pas de fin normale (TERMINE) de ce flux au journal pour
      *    cette journee -- autre flux du meme traitement reparti, ou
      *    flux interrompu qu'on relance. Un flux deja termine qui
      *    la represente est refuse comme livraison deja traitee.
           MOVE SPACES TO WS-LIV-MOTIF
           PERFORM Lire-Livraison THRU FIN-Lire-Livraison
           IF WS-LIV-MOTIF = SPACES
               PERFORM Consulter-Livraisons
                       THRU FIN-Consulter-Livraisons
           END-IF
           IF WS-LIV-MOTIF = SPACES AND LIVRAISON-INSCRITE
               PERFORM Controler-Relance THRU FIN-Controler-Relance
           END-IF
           IF WS-LIV-MOTIF NOT = SPACES
               DISPLAY "LIVRAISON TAB-NUM REFUSEE : " WS-LIV-MOTIF
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "LIVRAISON " WS-LIV-SOURCE " NUMERO "
                   WS-LIV-SEQUENCE " DU " WS-LIV-DATE-EXTRACTION
                   " : " COMPTEUR-LIVRAISON " COMPTES"
      *    Une livraison nouvelle est inscrite des son acceptation, par
      *    le flux 0 seulement : les autres flux du meme passage la
      *    trouvent inscrite a la journee en cours, ou pas encore
      *    inscrite et a la suite de la precedente -- admise dans les
      *    deux cas.
           IF LIVRAISON-NOUVELLE AND NUM-FLUX = 0
               PERFORM Inscrire-Livraison THRU FIN-Inscrire-Livraison
               IF WS-LIV-MOTIF NOT = SPACES
                   DISPLAY "LIVRAISON TAB-NUM REFUSEE : " WS-LIV-MOTIF
                   MOVE "ABANDONNE" TO JRN-EVENEMENT
                   PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      ************************
       FIN-Controler-Livraison. EXIT.
      ************************

      ***************
       Lire-Livraison.
      ***************
      *    Relecture complete de TAB-NUM.txt : en-tete, details
      *    (comptes et sommes), pied. WS-LIV-MOTIF recoit le premier
      *    ecart rencontre.
           MOVE SPACES TO WS-LIV-SOURCE
                          WS-LIV-DATE-EXTRACTION
           INITIALIZE WS-LIV-SEQUENCE
                      WS-LIV-NOMBRE-PIED
                      WS-LIV-SOMME-PIED
                      COMPTEUR-LIVRAISON
                      SOMME-CONTROLE-LIVRAISON
           SET PIED-ABSENT TO TRUE
           OPEN INPUT TAB-NUM
           IF L-Fst NOT = ZERO
               MOVE "FICHIER ILLISIBLE" TO WS-LIV-MOTIF
               GO TO FIN-Lire-Livraison
           END-IF
           READ TAB-NUM
               AT END
                   MOVE "LIVRAISON VIDE" TO WS-LIV-MOTIF
           END-READ
           IF WS-LIV-MOTIF = SPACES
               IF NOT ENE-ENTETE
                   MOVE "EN-TETE ABSENT" TO WS-LIV-MOTIF
               ELSE
                   IF ENE-SEQUENCE IS NOT NUMERIC
                       MOVE "NUMERO DE LIVRAISON NON NUMERIQUE"
                                                     TO WS-LIV-MOTIF
                   ELSE
                       MOVE ENE-SOURCE TO WS-LIV-SOURCE
                       MOVE ENE-DATE-EXTRACTION
                                       TO WS-LIV-DATE-EXTRACTION
                       MOVE ENE-SEQUENCE TO WS-LIV-SEQUENCE
                   END-IF
               END-IF
           END-IF
           IF WS-LIV-MOTIF NOT = SPACES
               CLOSE TAB-NUM
               GO TO FIN-Lire-Livraison
           END-IF

           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI OR WS-LIV-MOTIF NOT = SPACES
               READ TAB-NUM
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       PERFORM Compter-Ligne-Livraison
                               THRU FIN-Compter-Ligne-Livraison
               END-READ
           END-PERFORM
           CLOSE TAB-NUM
           SET FIN-NON TO TRUE
           IF WS-LIV-MOTIF NOT = SPACES
               GO TO FIN-Lire-Livraison
           END-IF

           IF PIED-ABSENT
               MOVE "PIED ABSENT" TO WS-LIV-MOTIF
               GO TO FIN-Lire-Livraison
           END-IF
           IF COMPTEUR-LIVRAISON NOT = WS-LIV-NOMBRE-PIED
               DISPLAY "PIED : " WS-LIV-NOMBRE-PIED " LIGNES "
                       "ANNONCEES, " COMPTEUR-LIVRAISON " LUES"
               MOVE "NOMBRE DE LIGNES DIFFERENT DU PIED"
                                                     TO WS-LIV-MOTIF
               GO TO FIN-Lire-Livraison
           END-IF
           IF SOMME-CONTROLE-LIVRAISON NOT = WS-LIV-SOMME-PIED
               DISPLAY "PIED : SOMME " WS-LIV-SOMME-PIED
                       " ANNONCEE, " SOMME-CONTROLE-LIVRAISON
                       " CALCULEE"
               MOVE "SOMME DES NUMEROS DIFFERENTE DU PIED"
                                                     TO WS-LIV-MOTIF
           END-IF
           .
      *******************
       FIN-Lire-Livraison. EXIT.
      *******************

      ************************
       Compter-Ligne-Livraison.
      ************************
      *    Une ligne apres l'en-tete : un second en-tete (deux
      *    livraisons mises bout a bout) ou une ligne apres le pied
      *    refusent la livraison ; un detail est compte et son numero
      *    de compte ajoute a la somme, reconstitue comme le fait
      *    Construire-Num-Comp pour les lignes a l'ancien format (un
      *    numero mal forme, non numerique, n'entre pas dans la somme).
           IF PIED-PRESENT
               MOVE "LIGNES APRES LE PIED" TO WS-LIV-MOTIF
               GO TO FIN-Compter-Ligne-Livraison
           END-IF
           IF ENE-ENTETE
               MOVE "EN-TETE EN DOUBLE" TO WS-LIV-MOTIF
               GO TO FIN-Compter-Ligne-Livraison
           END-IF
           IF ENP-PIED
               SET PIED-PRESENT TO TRUE
               IF ENP-NOMBRE IS NOT NUMERIC
                          OR ENP-SOMME IS NOT NUMERIC
                   MOVE "PIED NON NUMERIQUE" TO WS-LIV-MOTIF
               ELSE
                   MOVE ENP-NOMBRE TO WS-LIV-NOMBRE-PIED
                   MOVE ENP-SOMME TO WS-LIV-SOMME-PIED
               END-IF
               GO TO FIN-Compter-Ligne-Livraison
           END-IF

           ADD 1 TO COMPTEUR-LIVRAISON
           IF NUM(6:5) = SPACES AND TYPE-COMPTE-ENTREE = SPACE
                       AND NUM-AGENCE-ENTREE IS NUMERIC
               STRING NUM-AGENCE-ENTREE DELIMITED BY SIZE
                      NUM(1:5) DELIMITED BY SIZE
                   INTO WS-NUM-LIVRE
           ELSE
               MOVE NUM TO WS-NUM-LIVRE
           END-IF
           IF WS-NUM-LIVRE-NUM IS NUMERIC
               ADD WS-NUM-LIVRE-NUM TO SOMME-CONTROLE-LIVRAISON
           END-IF
           .
      ****************************
       FIN-Compter-Ligne-Livraison. EXIT.
      ****************************

      *********************
       Consulter-Livraisons.
      *********************
      *    Parcours du registre des livraisons acceptees (absent a la
      *    toute premiere livraison, statut 35) pour le systeme source
      *    de l'en-tete : meme numero deja inscrit sous une autre
      *    journee metier, ou meme contenu (date d'extraction, nombre,
      *    somme) deja inscrit sous un autre numero = livraison deja
      *    traitee ; sinon le numero doit suivre le plus haut deja
      *    accepte -- le premier numero d'un systeme source nouveau est
      *    admis tel quel.
           SET LIVRAISON-NOUVELLE TO TRUE
           SET SOURCE-INCONNUE TO TRUE
           INITIALIZE WS-LIV-SEQUENCE-MAX
           OPEN INPUT TAB-NUM-LIVRAISONS
           IF L-Fst31 = 35
               GO TO FIN-Consulter-Livraisons
           END-IF
           IF L-Fst31 NOT = ZERO
               MOVE "REGISTRE DES LIVRAISONS ILLISIBLE" TO WS-LIV-MOTIF
               GO TO FIN-Consulter-Livraisons
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI OR WS-LIV-MOTIF NOT = SPACES
               READ TAB-NUM-LIVRAISONS
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF LIV-SOURCE = WS-LIV-SOURCE
                           PERFORM Comparer-Livraison
                                   THRU FIN-Comparer-Livraison
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-LIVRAISONS
           SET FIN-NON TO TRUE
           IF WS-LIV-MOTIF NOT = SPACES OR LIVRAISON-INSCRITE
               GO TO FIN-Consulter-Livraisons
           END-IF

           IF SOURCE-CONNUE
               COMPUTE WS-LIV-SEQUENCE-ATTENDUE =
                       WS-LIV-SEQUENCE-MAX + 1
               IF WS-LIV-SEQUENCE NOT = WS-LIV-SEQUENCE-ATTENDUE
                   DISPLAY "LIVRAISON " WS-LIV-SEQUENCE
                           " : NUMERO ATTENDU "
                           WS-LIV-SEQUENCE-ATTENDUE
                   MOVE "NUMERO DE LIVRAISON HORS SEQUENCE"
                                                     TO WS-LIV-MOTIF
               END-IF
           END-IF
           .
      *************************
       FIN-Consulter-Livraisons. EXIT.
      *************************

      *******************
       Comparer-Livraison.
      *******************
           SET SOURCE-CONNUE TO TRUE
           IF LIV-SEQUENCE > WS-LIV-SEQUENCE-MAX
               MOVE LIV-SEQUENCE TO WS-LIV-SEQUENCE-MAX
           END-IF
           IF LIV-SEQUENCE = WS-LIV-SEQUENCE
               IF LIV-DATE-METIER = WS-DATE-JOUR
                   SET LIVRAISON-INSCRITE TO TRUE
               ELSE
                   DISPLAY "LIVRAISON " WS-LIV-SEQUENCE
                           " DEJA TRAITEE LE " LIV-DATE-METIER
                   MOVE "LIVRAISON DEJA TRAITEE" TO WS-LIV-MOTIF
               END-IF
               GO TO FIN-Comparer-Livraison
           END-IF
           IF LIV-DATE-EXTRACTION = WS-LIV-DATE-EXTRACTION
              AND LIV-NOMBRE = COMPTEUR-LIVRAISON
              AND LIV-SOMME = SOMME-CONTROLE-LIVRAISON
               DISPLAY "CONTENU DEJA TRAITE LE " LIV-DATE-METIER
                       " SOUS LA LIVRAISON " LIV-SEQUENCE
               MOVE "LIVRAISON DEJA TRAITEE SOUS UN AUTRE NUMERO"
                                                     TO WS-LIV-MOTIF
           END-IF
           .
      ***********************
       FIN-Comparer-Livraison. EXIT.
      ***********************

      ******************
       Controler-Relance.
      ******************
      *    Livraison deja inscrite sous la journee en cours : admise
      *    si ce flux a laisse un point de controle a reprendre, sinon
      *    seulement si le journal (absent a la toute premiere
      *    execution, statut 35) ne porte aucune fin normale de ce
      *    flux pour cette journee metier. Les autres flux du meme
      *    passage ont chacun leur point de controle et leurs lignes
      *    de journal : ils ne se genent pas.
           OPEN INPUT TAB-NUM-CHECKPOINT
           IF L-Fst4 = ZERO
               READ TAB-NUM-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-EN-COURS
                           CLOSE TAB-NUM-CHECKPOINT
                           GO TO FIN-Controler-Relance
                       END-IF
               END-READ
               CLOSE TAB-NUM-CHECKPOINT
           END-IF
           OPEN INPUT TAB-NUM-JOURNAL
           IF L-Fst17 = 35
               GO TO FIN-Controler-Relance
           END-IF
           IF L-Fst17 NOT = ZERO
               MOVE "JOURNAL DES PASSAGES ILLISIBLE" TO WS-LIV-MOTIF
               GO TO FIN-Controler-Relance
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI OR WS-LIV-MOTIF NOT = SPACES
               READ TAB-NUM-JOURNAL
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF JRN-PROGRAMME = "appelant"
                          AND JRN-FLUX = NUM-FLUX
                          AND JRN-NB-FLUX = NB-FLUX
                          AND JRN-DATE = WS-DATE-JOUR
                          AND JRN-EVENEMENT = "TERMINE"
                           DISPLAY "LIVRAISON " WS-LIV-SEQUENCE
                                   " : FLUX " NUM-FLUX
                                   " DEJA TERMINE LE " JRN-DATE
                           MOVE "LIVRAISON DEJA TRAITEE"
                                                     TO WS-LIV-MOTIF
                       END-IF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst17 NOT = ZERO AND L-Fst17 NOT = 10
                   SET FIN-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-JOURNAL
           SET FIN-NON TO TRUE
           .
      **********************
       FIN-Controler-Relance. EXIT.
      **********************

      *******************
       Inscrire-Livraison.
      *******************
      *    Ajout de la livraison acceptee au registre, cree a la toute
      *    premiere livraison (statut 35). Une livraison traitee sans
      *    etre inscrite serait admise de nouveau la nuit suivante :
      *    registre inaccessible ou ecriture en echec, WS-LIV-MOTIF est
      *    renseigne et Controler-Livraison refuse le passage, avant
      *    qu'aucun maitre ni fichier de sortie ne soit ouvert.
           OPEN EXTEND TAB-NUM-LIVRAISONS
           IF L-Fst31 = 35
               OPEN OUTPUT TAB-NUM-LIVRAISONS
           END-IF
           IF L-Fst31 NOT = ZERO
               DISPLAY "REGISTRE DES LIVRAISONS INACCESSIBLE (STATUT "
                       L-Fst31 ")"
               MOVE "REGISTRE DES LIVRAISONS INACCESSIBLE"
                                                     TO WS-LIV-MOTIF
               GO TO FIN-Inscrire-Livraison
           END-IF
           MOVE WS-LIV-SOURCE TO LIV-SOURCE
           MOVE " : " TO LIV-SEP1
           MOVE WS-LIV-SEQUENCE TO LIV-SEQUENCE
           MOVE " : " TO LIV-SEP2
           MOVE WS-LIV-DATE-EXTRACTION TO LIV-DATE-EXTRACTION
           MOVE " : " TO LIV-SEP3
           MOVE COMPTEUR-LIVRAISON TO LIV-NOMBRE
           MOVE " : " TO LIV-SEP4
           MOVE SOMME-CONTROLE-LIVRAISON TO LIV-SOMME
           MOVE " : " TO LIV-SEP5
           MOVE WS-DATE-JOUR TO LIV-DATE-METIER
           MOVE " : " TO LIV-SEP6
           ACCEPT LIV-HEURE FROM TIME
           WRITE LIVRAISON-REC
           IF L-Fst31 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst31
               MOVE "LIVRAISON NON INSCRITE AU REGISTRE" TO WS-LIV-MOTIF
           END-IF
           CLOSE TAB-NUM-LIVRAISONS
           .
      ***********************
       FIN-Inscrire-Livraison. EXIT.
      ***********************

      ******************
       Lire-Checkpoint.
      ******************
                               MOVE CHK-COMPTEUR-TYPES
                                           TO TAB-TYPES-COMPTE
                           END-IF
                           IF CHK-COMPTEUR-BLOQUE IS NUMERIC
                               MOVE CHK-COMPTEUR-BLOQUE
                                           TO COMPTEUR-BLOQUE
                           END-IF
                           IF CHK-COMPTEUR-CLE-IMPOSEE IS NUMERIC
                               MOVE CHK-COMPTEUR-CLE-IMPOSEE
                                           TO COMPTEUR-CLE-IMPOSEE
                           END-IF
                       END-IF
               END-READ
               CLOSE TAB-NUM-CHECKPOINT
                       IF NB-FLUX > 1
                           MOVE SORTIE-FLUX-MUN TO SORTIE-MUN-IDX
                           MOVE SORTIE-FLUX-CLE TO SORTIE-CLE-IDX
                           MOVE SORTIE-FLUX-AGENCE TO SORTIE-AGENCE-IDX
                           MOVE SORTIE-FLUX-TYPE TO SORTIE-TYPE-IDX
                           MOVE SPACE TO SORTIE-ETAT-IDX
                           MOVE SORTIE-FLUX-CLE-RIB
                                               TO SORTIE-CLE-RIB-IDX
                           MOVE SORTIE-FLUX-IBAN TO SORTIE-IBAN-IDX
                       ELSE
                           MOVE SORTIE-MUN TO SORTIE-MUN-IDX
                           MOVE SORTIE-CLE TO SORTIE-CLE-IDX
                           MOVE SORTIE-AGENCE TO SORTIE-AGENCE-IDX
                           MOVE SORTIE-TYPE TO SORTIE-TYPE-IDX
                           MOVE SPACE TO SORTIE-ETAT-IDX
                           MOVE SORTIE-CLE-RIB TO SORTIE-CLE-RIB-IDX
                           MOVE SORTIE-IBAN TO SORTIE-IBAN-IDX
                       END-IF
                       WRITE SORTIE-CLE-ET-NUM-IDX
                       IF L-Fst7 NOT = ZERO
      *    permettre au recepteur de detecter un fichier tronque,
      *    altere ou perime, comme verificateur-cle.cbl le fait
      *    desormais sur le fichier recu du partenaire.
      *    Un compte bloque depuis son calcul (reprise apres incident)
      *    n'est pas transmis : le pied compte ce qui est reellement
      *    emis (voir Controler-Blocage-Emission).
           MOVE ZERO TO WS-SEQ-EMISSION
                        COMPTEUR-PARTENAIRE
                        SOMME-CONTROLE-PARTENAIRE
           OPEN INPUT TAB-NUM-TRANSMISSION-SEQ
           IF L-Fst19 = ZERO
               READ TAB-NUM-TRANSMISSION-SEQ
           ELSE
               MOVE "1" TO TRE-VERSION
           END-IF
           MOVE SPACES TO TRE-PARTENAIRE
           WRITE TRANS-ENTETE

           OPEN INPUT TAB-NUM-SORTIE
                   AT END
                       SET FIN-TRONQUE-OUI TO TRUE
                   NOT AT END
                       PERFORM Controler-Blocage-Emission
                               THRU FIN-Controler-Blocage-Emission
                       IF NOT DEROGATION-BLOCAGE
                           MOVE "2" TO TRD-TYPE
                           MOVE SORTIE-MUN TO TRD-NUM
                           MOVE SORTIE-CLE TO TRD-CLE
                           MOVE SORTIE-AGENCE TO TRD-AGENCE
                           MOVE SORTIE-TYPE TO TRD-TYPE-COMPTE
                           MOVE SORTIE-CLE-RIB TO TRD-CLE-RIB
                           MOVE SORTIE-IBAN TO TRD-IBAN
                           WRITE TRANS-DETAIL
                           ADD 1 TO COMPTEUR-PARTENAIRE
                           ADD SORTIE-MUN TO SOMME-CONTROLE-PARTENAIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-SORTIE

           MOVE "9" TO TRP-TYPE
           MOVE COMPTEUR-PARTENAIRE TO TRP-NB
           MOVE SOMME-CONTROLE-PARTENAIRE TO TRP-SOMME
           WRITE TRANS-PIED
           IF L-Fst18 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst18
           MOVE WS-SEQ-EMISSION TO SEQ-TRANSMISSION
           WRITE TRANSMISSION-SEQ-REC
           CLOSE TAB-NUM-TRANSMISSION-SEQ
           MOVE SPACES TO WS-PARTENAIRE-EMISSION
           PERFORM Enregistrer-Emission THRU FIN-Enregistrer-Emission
           DISPLAY "TRANSMISSION PARTENAIRE EMISE, SEQUENCE "
                   WS-SEQ-EMISSION
       FIN-Ecrire-Transmission. EXIT.
      ************************

      *********************
       Ecrire-Transmissions.
      *********************
      *    Une transmission par partenaire actif du referentiel, dans
      *    l'ordre des codes (voir Emettre-Partenaire). Referentiel
      *    absent ou sans aucun partenaire : l'unique transmission
      *    historique, comme avant l'arrivee des nouveaux
      *    correspondants. Un partenaire suspendu ne recoit rien et
      *    garde son compteur.
           MOVE ZERO TO NB-PARTENAIRES-LUS
                        NB-PARTENAIRES-EMIS
           OPEN I-O TAB-NUM-REF-PARTENAIRES
           IF L-Fst30 NOT = ZERO
               PERFORM Ecrire-Transmission THRU FIN-Ecrire-Transmission
               GO TO FIN-Ecrire-Transmissions
           END-IF
      *    La zone d'echange de CLCCle sert a recalculer la cle d'un
      *    partenaire qui attend l'autre version : la version du
      *    passage est remise en place a la fin.
           MOVE VERSION-ALGORITHME TO WS-VERSION-PASSAGE
           MOVE LOW-VALUES TO PAR-CODE
           START TAB-NUM-REF-PARTENAIRES KEY NOT < PAR-CODE
               INVALID KEY
                   SET FIN-PARTENAIRES-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-PARTENAIRES-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-PARTENAIRES-OUI
               READ TAB-NUM-REF-PARTENAIRES NEXT RECORD
                   AT END
                       SET FIN-PARTENAIRES-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO NB-PARTENAIRES-LUS
                       IF PAR-ACTIF
                           PERFORM Emettre-Partenaire
                                   THRU FIN-Emettre-Partenaire
                       ELSE
                           DISPLAY "PARTENAIRE " PAR-CODE
                                   " SUSPENDU : PAS DE TRANSMISSION"
                       END-IF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst30 NOT = ZERO AND L-Fst30 NOT = 10
                   SET FIN-PARTENAIRES-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-REF-PARTENAIRES
           MOVE WS-VERSION-PASSAGE TO VERSION-ALGORITHME
           IF NB-PARTENAIRES-LUS = ZERO
               PERFORM Ecrire-Transmission THRU FIN-Ecrire-Transmission
           ELSE
               DISPLAY "TRANSMISSIONS PARTENAIRES EMISES : "
                       NB-PARTENAIRES-EMIS
           END-IF
           .
      *************************
       FIN-Ecrire-Transmissions. EXIT.
      *************************

      *******************
       Emettre-Partenaire.
      *******************
      *    Meme encadrement que Ecrire-Transmission, pour le seul
      *    partenaire lu : TAB-NUM-TRANSMISSION-<code>.txt, sequence
      *    tiree de son propre compteur, details limites aux agences et
      *    types qu'il a souscrits, cle exprimee dans la version qu'il
      *    attend a la date du passage, pied portant le nombre et la
      *    somme de controle de ce qu'il recoit reellement.
           IF PAR-DATE-VERSION-2 NOT = SPACES
              AND WS-DATE-JOUR NOT < PAR-DATE-VERSION-2
               MOVE "2" TO WS-VERSION-PARTENAIRE
           ELSE
               IF PAR-VERSION-2
                   MOVE "2" TO WS-VERSION-PARTENAIRE
               ELSE
                   MOVE "1" TO WS-VERSION-PARTENAIRE
               END-IF
           END-IF
           MOVE SPACES TO WS-NOM-TRANSMISSION
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-TRANSMISSION-" DELIMITED BY SIZE
                   PAR-CODE DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
               INTO WS-NOM-TRANSMISSION
           MOVE ZERO TO COMPTEUR-PARTENAIRE
                        SOMME-CONTROLE-PARTENAIRE
           IF PAR-SEQUENCE IS NUMERIC
               ADD 1 PAR-SEQUENCE GIVING WS-SEQ-EMISSION
           ELSE
               MOVE 1 TO WS-SEQ-EMISSION
           END-IF

           OPEN OUTPUT TAB-NUM-TRANSMISSION
           IF L-Fst18 NOT = ZERO
               DISPLAY "TRANSMISSION " PAR-CODE " IMPOSSIBLE (STATUT "
                       L-Fst18 ")"
               GO TO FIN-Emettre-Partenaire
           END-IF
           MOVE "1" TO TRE-TYPE
           MOVE "CALCUL-CLE" TO TRE-EMETTEUR
           MOVE WS-DATE-JOUR TO TRE-DATE
           MOVE WS-SEQ-EMISSION TO TRE-SEQUENCE
           MOVE WS-VERSION-PARTENAIRE TO TRE-VERSION
           MOVE PAR-CODE TO TRE-PARTENAIRE
           WRITE TRANS-ENTETE

           OPEN INPUT TAB-NUM-SORTIE
           SET FIN-TRONQUE-NON TO TRUE
           PERFORM UNTIL FIN-TRONQUE-OUI
               READ TAB-NUM-SORTIE
                   AT END
                       SET FIN-TRONQUE-OUI TO TRUE
                   NOT AT END
                       PERFORM Ecrire-Detail-Partenaire
                               THRU FIN-Ecrire-Detail-Partenaire
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-SORTIE

           MOVE "9" TO TRP-TYPE
           MOVE COMPTEUR-PARTENAIRE TO TRP-NB
           MOVE SOMME-CONTROLE-PARTENAIRE TO TRP-SOMME
           WRITE TRANS-PIED
           IF L-Fst18 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst18
           END-IF
           CLOSE TAB-NUM-TRANSMISSION

      *    Le compteur du partenaire avance dans le referentiel, lu
      *    juste avant : REWRITE sur l'enregistrement courant.
           MOVE WS-SEQ-EMISSION TO PAR-SEQUENCE
           MOVE WS-DATE-JOUR TO PAR-DATE-EMISSION
           REWRITE REF-PARTENAIRE-ENR
           IF L-Fst30 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst30
           END-IF
           MOVE PAR-CODE TO WS-PARTENAIRE-EMISSION
           PERFORM Enregistrer-Emission THRU FIN-Enregistrer-Emission
           ADD 1 TO NB-PARTENAIRES-EMIS
           DISPLAY "TRANSMISSION " PAR-CODE " EMISE, SEQUENCE "
                   WS-SEQ-EMISSION " : " COMPTEUR-PARTENAIRE
                   " COMPTES, VERSION " WS-VERSION-PARTENAIRE
           .
      ***********************
       FIN-Emettre-Partenaire. EXIT.
      ***********************

      *************************
       Ecrire-Detail-Partenaire.
      *************************
      *    Le couple (compte, cle) n'entre dans la transmission que si
      *    l'agence et le type du compte font partie de l'abonnement.
      *    Si le partenaire attend l'autre version, la cle est
      *    recalculee par CLCCle sous cette version -- meme procede que
      *    Ecrire-Bicle ; les controles de CLCCle ne dependent pas de
      *    la version, un compte admis ne peut pas y ressortir en
      *    erreur.
      *    Derogations : un compte bloque depuis son calcul n'est pas
      *    transmis, une cle imposee l'emporte sur le recalcul.
           PERFORM Controler-Abonnement THRU FIN-Controler-Abonnement
           IF ABONNEMENT-NON
               GO TO FIN-Ecrire-Detail-Partenaire
           END-IF
           PERFORM Controler-Blocage-Emission
                   THRU FIN-Controler-Blocage-Emission
           IF DEROGATION-BLOCAGE
               GO TO FIN-Ecrire-Detail-Partenaire
           END-IF
           MOVE "2" TO TRD-TYPE
           MOVE SORTIE-MUN TO TRD-NUM
           MOVE SORTIE-CLE TO TRD-CLE
           MOVE SORTIE-AGENCE TO TRD-AGENCE
           MOVE SORTIE-TYPE TO TRD-TYPE-COMPTE
           MOVE SORTIE-CLE-RIB TO TRD-CLE-RIB
           MOVE SORTIE-IBAN TO TRD-IBAN
           IF WS-VERSION-PARTENAIRE NOT = WS-VERSION-PASSAGE
               MOVE SORTIE-MUN TO NUM-COMP
               MOVE SORTIE-AGENCE TO NUM-AGENCE
               MOVE SORTIE-TYPE TO TYPE-COMPTE
               SET Mode-Generation TO TRUE
               MOVE WS-VERSION-PARTENAIRE TO VERSION-ALGORITHME
               CALL 'CLCCle' USING WS-Num-Cle-Err
               IF Erreur-Oui
                   DISPLAY "COMPTE " SORTIE-MUN " NON RECALCULE POUR "
                           PAR-CODE " : " LIBELLE-ERREUR
                   GO TO FIN-Ecrire-Detail-Partenaire
               END-IF
               MOVE Cle TO TRD-CLE
               IF DEROGATION-CLE AND Cle NOT = DRG-CLE
                   MOVE Cle TO WS-CLE-CALCULEE
                   MOVE DRG-CLE TO TRD-CLE
                   MOVE "CLE IMPOSEE" TO WS-EVENEMENT-DEROGATION
                   PERFORM Tracer-Derogation
                           THRU FIN-Tracer-Derogation
               END-IF
           END-IF
           WRITE TRANS-DETAIL
           ADD 1 TO COMPTEUR-PARTENAIRE
           ADD SORTIE-MUN TO SOMME-CONTROLE-PARTENAIRE
           .
      *****************************
       FIN-Ecrire-Detail-Partenaire. EXIT.
      *****************************

      ***************************
       Controler-Blocage-Emission.
      ***************************
      *    Derogation en vigueur pour le compte de TAB-NUM-SORTIE en
      *    cours d'emission. Un compte bloque est ecarte de la
      *    transmission et l'usage trace ; il n'est normalement plus en
      *    sortie (rejete au calcul), sauf s'il y est entre avant un
      *    incident et que le blocage a ete approuve avant la reprise.
           MOVE SORTIE-MUN TO DRG-NUM
           PERFORM Chercher-Derogation THRU FIN-Chercher-Derogation
           IF DEROGATION-BLOCAGE
               ADD 1 TO COMPTEUR-NON-TRANSMIS
               MOVE ZERO TO WS-CLE-CALCULEE
               MOVE "NON TRANSMIS" TO WS-EVENEMENT-DEROGATION
               PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
           END-IF
           .
      *******************************
       FIN-Controler-Blocage-Emission. EXIT.
      *******************************

      *********************
       Controler-Abonnement.
      *********************
      *    Agences toutes a blanc = toutes les agences ; types tous a
      *    blanc = tous les types.
           IF PAR-AGENCES = SPACES
               SET ABONNEMENT-OUI TO TRUE
           ELSE
               SET ABONNEMENT-NON TO TRUE
               PERFORM VARYING INDICE-ABONNEMENT FROM 1 BY 1
                       UNTIL INDICE-ABONNEMENT > 10
                   IF PAR-AGENCE(INDICE-ABONNEMENT) = SORTIE-AGENCE
                       SET ABONNEMENT-OUI TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ABONNEMENT-OUI AND PAR-TYPES NOT = SPACES
               SET ABONNEMENT-NON TO TRUE
               PERFORM VARYING INDICE-ABONNEMENT FROM 1 BY 1
                       UNTIL INDICE-ABONNEMENT > 3
                   IF PAR-TYPE(INDICE-ABONNEMENT) = SORTIE-TYPE
                       SET ABONNEMENT-OUI TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
      *************************
       FIN-Controler-Abonnement. EXIT.
      *************************

      ********************
       Enregistrer-Emission.
      ********************
                       L-Fst27 ")"
               GO TO FIN-Enregistrer-Emission
           END-IF
           MOVE WS-PARTENAIRE-EMISSION TO SUI-PARTENAIRE
           MOVE WS-SEQ-EMISSION TO SUI-SEQUENCE
           MOVE WS-DATE-JOUR TO SUI-DATE-EMISSION
           SET SUI-EMIS TO TRUE
           MOVE "/" TO JRN-SUR
           MOVE NB-FLUX TO JRN-NB-FLUX
           MOVE " : " TO JRN-SEP2
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO JRN-DATE
           MOVE "-" TO JRN-TIRET
                   IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur lecture fichier =' L-Fst
                    END-IF
      *            En-tete et pied de livraison, deja controles par
      *            Controler-Livraison : ni comptes comme entree, ni
      *            traites -- les rangs d'entree (points de reprise,
      *            repartition par flux) ne portent que sur les
      *            details.
                   IF ENE-ENTETE OR ENP-PIED
                       SET SKIP-OUI TO TRUE
                       GO TO FIN-Lecturefichier
                   END-IF
                   ADD 1 TO COMPTEUR-ENTREE
                   IF NB-FLUX > 1
                       DIVIDE COMPTEUR-ENTREE BY NB-FLUX
                 ELSE
                   SET INCHANGE-NON TO TRUE
                 END-IF
                 MOVE NUM-COMP TO DRG-NUM
                 PERFORM Chercher-Derogation
                         THRU FIN-Chercher-Derogation
                 IF INCHANGE-OUI
                   PERFORM Appliquer-Derogation
                           THRU FIN-Appliquer-Derogation
                 END-IF
                 IF INCHANGE-OUI
                   ADD 1 TO COMPTEUR-INCHANGE
                 ELSE
                   IF DEROGATION-BLOCAGE
                     PERFORM Ecrire-Blocage THRU FIN-Ecrire-Blocage
                   ELSE
                   CALL 'CLCCle' USING WS-Num-Cle-Err
                   IF FIN-NON
                     IF Erreur-Oui
                       PERFORM Ecrire-fic-ERR THRU FIN-Ecrire-fic-ERR
                     ELSE
                       MOVE Cle TO SORTIE-CLE
                       IF DEROGATION-CLE
                         PERFORM Imposer-Cle THRU FIN-Imposer-Cle
                       END-IF
                       MOVE NUM-COMP TO SORTIE-MUN
                       PERFORM Ecrire-fichier THRU FIN-Ecrire-fichier
                       PERFORM Ecrire-Audit THRU FIN-Ecrire-Audit
                               THRU FIN-Checkpoint-Eventuel
                     END-IF
                   END-IF
                   END-IF
                 END-IF
                 END-IF
               END-IF
      *    en I-O (flux unique avec INDEXATION-OUI), sinon sur le
      *    fichier de reference ouvert en lecture seule. Maitre absent
      *    (premiere execution) : tout est nouveau.
      *    Un numero reserve par attribuer-numeros.cbl est dans le
      *    maitre sans avoir encore ete livre : sa premiere livraison
      *    dans TAB-NUM.txt est un compte nouveau, dont l'entree du
      *    maitre sera remplacee (REWRITE, voir Ecrire-fichier) au lieu
      *    d'etre ajoutee.
           SET INCHANGE-NON TO TRUE
           SET RESERVE-NON TO TRUE
           SET REECRITURE-NON TO TRUE
           IF REFERENCE-PRESENTE
               IF INDEXATION-OUI AND NB-FLUX = 1
                   MOVE NUM-COMP TO SORTIE-MUN-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SORTIE-RESERVEE-IDX
                               SET RESERVE-OUI TO TRUE
                           ELSE
                               SET INCHANGE-OUI TO TRUE
                               MOVE SORTIE-CLE-IDX TO WS-CLE-MAITRE
                           END-IF
                   END-READ
               ELSE
                   MOVE NUM-COMP TO REF-MUN-IDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT REF-RESERVEE-IDX
                               SET INCHANGE-OUI TO TRUE
                               MOVE REF-CLE-IDX TO WS-CLE-MAITRE
                           END-IF
                   END-READ
               END-IF
           END-IF
       FIN-Controler-Delta. EXIT.
      ********************

      *********************
       Appliquer-Derogation.
      *********************
      *    Compte deja au maitre, mais sous derogation : un blocage le
      *    fait rejeter (Ecrire-Blocage) au lieu de le compter en
      *    "inchange", et une cle imposee autre que celle du maitre le
      *    fait traiter comme un compte modifie -- sortie, delta,
      *    historique et trace comme un nouveau, et entree du maitre
      *    reecrite (REWRITE, voir Ecrire-fichier) quand c'est lui qui
      *    est ouvert en I-O. En traitement reparti, c'est la fusion
      *    qui reporte la nouvelle cle dans le maitre cumulatif.
      *    A l'inverse, une cle imposee levee ou expiree que le maitre
      *    porte encore, et que CLCCle ne donne pas, est retiree : le
      *    compte est traite comme modifie et ressort avec la cle
      *    calculee, qui remplace l'imposee dans le maitre, l'historique
      *    et les transmissions.
           IF DEROGATION-BLOCAGE
               SET INCHANGE-NON TO TRUE
           END-IF
           IF DEROGATION-CLE AND DRG-CLE NOT = WS-CLE-MAITRE
               SET INCHANGE-NON TO TRUE
               IF INDEXATION-OUI AND NB-FLUX = 1
                   SET REECRITURE-OUI TO TRUE
               END-IF
           END-IF
           IF DEROGATION-ECHUE AND DRG-CLE = WS-CLE-MAITRE
               CALL 'CLCCle' USING WS-Num-Cle-Err
               IF Erreur-Non AND Cle NOT = WS-CLE-MAITRE
                   SET INCHANGE-NON TO TRUE
                   IF INDEXATION-OUI AND NB-FLUX = 1
                       SET REECRITURE-OUI TO TRUE
                   END-IF
               END-IF
           END-IF
           .
      *************************
       FIN-Appliquer-Derogation. EXIT.
      *************************

      ***************
       Ecrire-Doublon.
      ***************
       FIN-Ecrire-Doublon. EXIT.
      *******************

      ********************
       Chercher-Derogation.
      ********************
      *    Derogation en vigueur pour le compte place par l'appelant
      *    dans DRG-NUM : approuvee par le second operateur, pas levee,
      *    et pas expiree a la date metier du passage (la date
      *    d'expiration est le dernier jour d'application). Une
      *    derogation encore en attente d'approbation ne s'applique
      *    pas. Une cle imposee levee ou expiree est signalee a part
      *    (DEROGATION-ECHUE) : elle ne s'applique plus, mais le maitre
      *    peut encore la porter (voir Appliquer-Derogation).
           SET DEROGATION-AUCUNE TO TRUE
           IF REGISTRE-DEROGATIONS-ABSENT
               GO TO FIN-Chercher-Derogation
           END-IF
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   GO TO FIN-Chercher-Derogation
           END-READ
           IF DRG-APPROUVEE
              AND DRG-DATE-EXPIRATION NOT < WS-DATE-JOUR
               IF DRG-BLOCAGE
                   SET DEROGATION-BLOCAGE TO TRUE
               ELSE
                   SET DEROGATION-CLE TO TRUE
               END-IF
           END-IF
           IF DEROGATION-AUCUNE AND DRG-CLE-IMPOSEE
              AND (DRG-LEVEE OR DRG-APPROUVEE)
               SET DEROGATION-ECHUE TO TRUE
           END-IF
           .
      ************************
       FIN-Chercher-Derogation. EXIT.
      ************************

      ***************
       Ecrire-Blocage.
      ***************
      *    Compte bloque par une derogation : meme circuit de rejet que
      *    les doublons, sous le motif 11 propre a l'appelant, sans
      *    appel a CLCCle. Le rejet sera rejoue par recycler-rejets.cbl
      *    une fois le blocage leve ou expire.
           SET Erreur-Oui TO TRUE
           MOVE 11 TO CODE-ERREUR
           MOVE "COMPTE BLOQUE" TO LIBELLE-ERREUR
           PERFORM Ecrire-fic-ERR THRU FIN-Ecrire-fic-ERR
           ADD 1 TO COMPTEUR-BLOQUE
           MOVE ZERO TO WS-CLE-CALCULEE
           MOVE "COMPTE BLOQUE" TO WS-EVENEMENT-DEROGATION
           PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
           .
      *******************
       FIN-Ecrire-Blocage. EXIT.
      *******************

      ************
       Imposer-Cle.
      ************
      *    Cle imposee par une derogation : elle remplace la cle
      *    calculee dans la sortie, le maitre, l'historique et les
      *    transmissions. La piste d'audit garde le calcul de CLCCle,
      *    la trace des derogations les deux cles.
           MOVE SORTIE-CLE TO WS-CLE-CALCULEE
           MOVE DRG-CLE TO SORTIE-CLE
           ADD 1 TO COMPTEUR-CLE-IMPOSEE
           MOVE "CLE IMPOSEE" TO WS-EVENEMENT-DEROGATION
           PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
           .
      ****************
       FIN-Imposer-Cle. EXIT.
      ****************

      ******************
       Tracer-Derogation.
      ******************
      *    Une ligne par usage d'une derogation dans la trace
      *    permanente, avec la derogation lue par Chercher-Derogation
      *    -- l'appelant renseigne WS-EVENEMENT-DEROGATION et
      *    WS-CLE-CALCULEE. Meme regle que le journal des passages :
      *    ouverte et refermee a chaque ligne pour que les flux
      *    paralleles s'y intercalent, creee a la premiere utilisation
      *    (statut 35), et jamais bloquante.
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO TRC-DATE
           MOVE " : " TO TRC-SEP1
           MOVE WS-HEURE-JOUR TO TRC-HEURE
           MOVE " : " TO TRC-SEP2
           MOVE "appelant" TO TRC-PROGRAMME
           MOVE " : " TO TRC-SEP3
           MOVE SPACES TO TRC-OPERATEUR
           MOVE " : " TO TRC-SEP4
           MOVE WS-EVENEMENT-DEROGATION TO TRC-EVENEMENT
           MOVE " : " TO TRC-SEP5
           MOVE DRG-NUM TO TRC-NUM
           MOVE " : " TO TRC-SEP6
           MOVE DRG-NATURE TO TRC-NATURE
           MOVE " : " TO TRC-SEP7
           MOVE WS-CLE-CALCULEE TO TRC-CLE-CALCULEE
           MOVE " : " TO TRC-SEP8
           MOVE DRG-CLE TO TRC-CLE-IMPOSEE
           MOVE " : " TO TRC-SEP9
           MOVE DRG-DEMANDEUR TO TRC-DEMANDEUR
           MOVE " : " TO TRC-SEP10
           MOVE DRG-APPROBATEUR TO TRC-APPROBATEUR
           MOVE " : " TO TRC-SEP11
           MOVE DRG-DATE-EXPIRATION TO TRC-DATE-EXPIRATION
           MOVE " : " TO TRC-SEP12
           MOVE DRG-MOTIF TO TRC-MOTIF
           OPEN EXTEND TAB-NUM-DEROGATIONS-TRACE
           IF L-Fst33 = 35
               OPEN OUTPUT TAB-NUM-DEROGATIONS-TRACE
           END-IF
           IF L-Fst33 NOT = ZERO
               DISPLAY "TRACE DES DEROGATIONS INACCESSIBLE (STATUT "
                       L-Fst33 ") : " WS-EVENEMENT-DEROGATION
                       " DU COMPTE " DRG-NUM " NON TRACE"
               GO TO FIN-Tracer-Derogation
           END-IF
           WRITE TRACE-DEROGATION-REC
           IF L-Fst33 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst33
           END-IF
           CLOSE TAB-NUM-DEROGATIONS-TRACE
           .
      **********************
       FIN-Tracer-Derogation. EXIT.
      **********************

      ****************
       Ecrire-fichier.
      ****************
      *    d'entree (COMPTEUR-ENTREE) pour que la fusion restitue
      *    l'ordre d'origine ; la zone d'enregistrement est ensuite
      *    remise en l'etat pour les comptages ci-dessous. L'agence et
      *    le type de l'entree accompagnent le couple (compte, cle),
      *    suivis de la cle RIB et de l'IBAN rendus par CLCCle.
           MOVE NUM-AGENCE TO SORTIE-AGENCE
           MOVE TYPE-COMPTE TO SORTIE-TYPE
           MOVE CLE-RIB TO SORTIE-CLE-RIB
           MOVE IBAN TO SORTIE-IBAN
           IF NB-FLUX > 1
               MOVE COMPTEUR-ENTREE TO WS-SORTIE-FLUX-SEQ
               MOVE SORTIE-CLE-ET-NUM TO WS-SORTIE-FLUX-CORPS
           IF INDEXATION-OUI
               MOVE SORTIE-MUN TO SORTIE-MUN-IDX
               MOVE SORTIE-CLE TO SORTIE-CLE-IDX
               MOVE SORTIE-AGENCE TO SORTIE-AGENCE-IDX
               MOVE SORTIE-TYPE TO SORTIE-TYPE-IDX
               MOVE SPACE TO SORTIE-ETAT-IDX
               MOVE SORTIE-CLE-RIB TO SORTIE-CLE-RIB-IDX
               MOVE SORTIE-IBAN TO SORTIE-IBAN-IDX
               IF RESERVE-OUI OR REECRITURE-OUI
                   REWRITE SORTIE-CLE-ET-NUM-IDX
               ELSE
                   WRITE SORTIE-CLE-ET-NUM-IDX
               END-IF
               IF L-Fst7 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst7
               END-IF
           IF DELTA-OUI
      *        Sortie delta : les systemes aval qui ne veulent que les
      *        comptes nouveaux de ce passage la lisent a la place de
      *        TAB-NUM-SORTIE2 -- enrichie de l'agence, du type, de
      *        la cle RIB et de l'IBAN, comme elle.
               MOVE SORTIE-MUN TO DELTA-MUN
               MOVE SORTIE-CLE TO DELTA-CLE
               MOVE SORTIE-AGENCE TO DELTA-AGENCE
               MOVE SORTIE-TYPE TO DELTA-TYPE
               MOVE SORTIE-CLE-RIB TO DELTA-CLE-RIB
               MOVE SORTIE-IBAN TO DELTA-IBAN
               IF NB-FLUX > 1
                   MOVE COMPTEUR-ENTREE TO WS-DELTA-FLUX-SEQ
                   MOVE DELTA-CLE-ET-NUM TO WS-DELTA-FLUX-CORPS
           MOVE NB-AGENCES TO CHK-NB-AGENCES
           MOVE TAB-AGENCES TO CHK-AGENCES
           MOVE TAB-TYPES-COMPTE TO CHK-COMPTEUR-TYPES
           MOVE COMPTEUR-BLOQUE TO CHK-COMPTEUR-BLOQUE
           MOVE COMPTEUR-CLE-IMPOSEE TO CHK-COMPTEUR-CLE-IMPOSEE
           OPEN OUTPUT TAB-NUM-CHECKPOINT
           WRITE CHECKPOINT-REC
           CLOSE TAB-NUM-CHECKPOINT
           MOVE NB-AGENCES TO CHK-NB-AGENCES
           MOVE TAB-AGENCES TO CHK-AGENCES
           MOVE TAB-TYPES-COMPTE TO CHK-COMPTEUR-TYPES
           MOVE COMPTEUR-BLOQUE TO CHK-COMPTEUR-BLOQUE
           MOVE COMPTEUR-CLE-IMPOSEE TO CHK-COMPTEUR-CLE-IMPOSEE
           OPEN OUTPUT TAB-NUM-CHECKPOINT
           WRITE CHECKPOINT-REC
           CLOSE TAB-NUM-CHECKPOINT
                   END-IF
               END-IF
           END-IF
      *    Fichiers de transmission vers les partenaires : en flux
      *    unique seulement -- en traitement reparti la fusion les
      *    ecrit sur le total fusionne (voir fusionner-flux.cbl).
           IF NB-FLUX = 1
               PERFORM Ecrire-Transmissions
                       THRU FIN-Ecrire-Transmissions
           END-IF
      *    Statistiques d'execution permanentes : memes regles que la
      *    transmission -- en traitement reparti c'est la fusion qui
               PERFORM Ecrire-Statistiques
                       THRU FIN-Ecrire-Statistiques
           END-IF
           IF REGISTRE-DEROGATIONS-OUVERT
               CLOSE TAB-NUM-DEROGATIONS
           END-IF
           DISPLAY "Nombre d'enregistrements entrees :"
                                                   COMPTEUR-ENTREE-FLUX
           DISPLAY "Nombre d'enregistrements SORTIES :" COMPTEUR-SORTIE
           IF DELTA-OUI
               DISPLAY "Nombre de comptes inchanges :" COMPTEUR-INCHANGE
           END-IF
           DISPLAY "Nombre de comptes bloques :" COMPTEUR-BLOQUE
           DISPLAY "Nombre de cles imposees :" COMPTEUR-CLE-IMPOSEE
           IF COMPTEUR-NON-TRANSMIS NOT = ZERO
               DISPLAY "Nombre de comptes non transmis :"
                                                   COMPTEUR-NON-TRANSMIS
           END-IF
           MOVE "TERMINE" TO JRN-EVENEMENT
           PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
           DISPLAY 'Fin de traitement.'
           MOVE COMPTEUR-AGE-FERMEE TO CTL-VALEUR
           WRITE CONTROLE-REC

      *    Derogations du registre : les comptes bloques sont deja
      *    inclus dans NB ENREGISTREMENTS ERREUR, les cles imposees
      *    dans NB ENREGISTREMENTS SORTIE.
           MOVE "NB COMPTES BLOQUES" TO CTL-LIBELLE
           MOVE COMPTEUR-BLOQUE TO CTL-VALEUR
           WRITE CONTROLE-REC

           MOVE "NB CLES IMPOSEES" TO CTL-LIBELLE
           MOVE COMPTEUR-CLE-IMPOSEE TO CTL-VALEUR
           WRITE CONTROLE-REC

           IF DELTA-OUI
               MOVE "NB COMPTES INCHANGES" TO CTL-LIBELLE
               MOVE COMPTEUR-INCHANGE TO CTL-VALEUR
