               ASSIGN "C:\Users\Olivier\Documents\Public\BatchRapport.txt"
               LINE SEQUENTIAL.

      * Journal de la chaine de nuit : une ligne par etape deroulee,
      * datee du jour de la chaine, avec son statut. Jamais tronque :
      * une relance y retrouve les etapes deja faites ce jour-la.
           SELECT CHAINE-JOURNAL-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\ChaineJournal.txt"
               LINE SEQUENTIAL.

      * Attestation d'ouverture de compte remise au client (RIB et
      * IBAN) : un fichier imprimable par compte ouvert au guichet,
      * nomme d'apres le compte comme le releve.
           SELECT ATTESTATION-FICHIER
               ASSIGN OUV-NOM-FICHIER
               LINE SEQUENTIAL.

      * Comptes inactifs (loi Eckert) : etat des avis annuels aux
      * titulaires et des transferts a la Caisse des Depots, refait a
      * chaque passage, et fichier des transferts remis a la Caisse,
      * prolonge (pas tronque) comme les ordres SEPA jusqu'a la remise.
           SELECT INACTIFS-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\ComptesInactifs.txt"
               LINE SEQUENTIAL.

           SELECT TRANSFERT-CDC-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\TransfertsCdc.csv"
               LINE SEQUENTIAL.

      * Prelevements SEPA recus (nom passe en argument de l'etape
      * batch PRELEVEMENTS) et fichier des retours rejetes avec leur
      * code motif SEPA, prolonge jusqu'a la remise a la banque du
      * creancier comme les ordres SEPA sortants.
           SELECT PRELEVEMENT-FICHIER
               ASSIGN PRLV-NOM-FICHIER
               LINE SEQUENTIAL.

           SELECT RETOUR-PRLV-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\RetoursPrelevements.csv"
               LINE SEQUENTIAL.

      * Registre des remises de prelevements deja traitees, tenu comme
      * celui des remises de mouvements.
           SELECT REMISE-PRLV-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\RemisesPrelevements.txt"
               LINE SEQUENTIAL.

      * Etat des frais bancaires postes par l'etape FRAIS, par banque
      * et par type de compte comme l'etat de l'arrete trimestriel.
           SELECT FRAIS-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\FraisMensuels.txt"
               LINE SEQUENTIAL.

      * Etat quotidien des comptes bloques (option 28 et etape batch
      * BLOCAGES) : un bloc par blocage actif, avec le solde retenu.
           SELECT BLOCAGE-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\ComptesBloques.txt"
               LINE SEQUENTIAL.

      * Declaration FICOBA : un fichier par passage de l'etape batch
      * FICOBA, nomme d'apres sa date comme l'archive annuelle, et la
      * liste des evenements non declarables, a corriger avant le
      * passage suivant.
           SELECT FICOBA-FICHIER
               ASSIGN FCB-NOM-FICHIER
               LINE SEQUENTIAL.

           SELECT FICOBA-ANOMALIE-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\FicobaAnomalies.txt"
               LINE SEQUENTIAL.

      * Fiche de position d'un client, imprimable et remise au
      * guichet : un fichier par client, nomme d'apres son code comme
      * l'attestation d'ouverture d'apres le compte.
           SELECT POSITION-FICHIER
               ASSIGN POS-NOM-FICHIER
               LINE SEQUENTIAL.

      * Etat du controle des soldes par les mouvements : comptes en
      * ecart par banque et preuve globale, refait a chaque passage.
           SELECT CONTROLE-SOLDES-FICHIER
               ASSIGN "C:\Users\Olivier\Documents\Public\ControleSoldes.txt"
               LINE SEQUENTIAL.


       data division.
       file section.
       FD BATCH-RAPPORT-FICHIER.
       01 EnrBatchRapport PIC X(100).

       FD CHAINE-JOURNAL-FICHIER.
       01 EnrChaineJournal.
           10 CHJ-DATE   PIC X(10).
           10 CHJ-LIGNE  PIC 9(4).
           10 CHJ-ETAPE  PIC X(20).
           10 CHJ-STATUT PIC X(13).
           10 CHJ-MOTIF  PIC X(10).
           10 CHJ-HEURE  PIC 9(8).

       FD ATTESTATION-FICHIER.
       01 EnrAttestation PIC X(100).

       FD INACTIFS-FICHIER.
       01 EnrInactifsFichier PIC X(150).

       FD TRANSFERT-CDC-FICHIER.
       01 EnrTransfertCdc PIC X(250).

       FD PRELEVEMENT-FICHIER.
       01 EnrPrelevementFichier PIC X(255).

       FD RETOUR-PRLV-FICHIER.
       01 EnrRetourPrlv PIC X(250).

       FD REMISE-PRLV-FICHIER.
       01 EnrRemisePrlv PIC X(80).

       FD FRAIS-FICHIER.
       01 EnrFraisFichier PIC X(100).

       FD BLOCAGE-FICHIER.
       01 EnrBlocageFichier PIC X(150).

       FD FICOBA-FICHIER.
       01 EnrFicobaFichier PIC X(250).

       FD FICOBA-ANOMALIE-FICHIER.
       01 EnrFicobaAnomalie PIC X(150).

       FD POSITION-FICHIER.
       01 EnrPositionFichier PIC X(100).

       FD CONTROLE-SOLDES-FICHIER.
       01 EnrControleSoldes PIC X(100).

       working-storage section.

      * Structure pour accueillir la date système
           10 TypeCompte   SQL CHAR(2).
           10 Solde        PIC 9(11)V99.
           10 Iban         SQL CHAR(34).
      * Blocage en vigueur (option 28) : T, D ou espace.
           10 Blocage      SQL CHAR(1).

      * Structure pour accueillir une ligne du fichier des mouvements
      * du jour (option 7) : compte vise, sens, montant, date de valeur
       77 GC-TROUVE  PIC 9 VALUE 0.
       77 GC-ACTION  PIC X VALUE SPACE.
       77 GC-CONFIRM PIC X VALUE SPACE.
      * Blocages en vigueur sur les comptes du client (option 28).
       77 GC-BLOCAGES PIC 9(5) VALUE 0.

      * Zones de travail pour la gestion des banques (option 8),
      * calquees sur celles de la gestion des clients.
      * passe sur la ligne de commande. Chaque etape (IMPORT;fichier,
      * MOUVEMENTS;fichier, CONTROLERIB, RECONCILIATION, ARRETE,
      * ARCHIVAGE, IBAN, RELEVE;periode, PERMANENTS, DECOUVERTS,
      * COMPTA, HISTORIQUE, VARIATIONS;dates;seuil, DORMANTS,
      * PRELEVEMENTS;fichier, FRAIS;periode, BLOCAGES, FICOBA,
      * CONTROLESOLDES)
      * reutilise les traitements des options de menu, ecrans et
      * saisies debrayes, et ses compteurs sont ecrits dans le compte
      * rendu. Le nom d'etape peut etre suivi de ses dependances
      * (COMPTA/MOUVEMENTS, au plus trois, separees par "/") : une
      * etape dont une dependance a echoue est sautee.
       77 BATCH-ACTIF PIC X VALUE SPACE.
           88 BATCH-ACTIF-OUI VALUE "O".
       77 BATCH-PARAM-FICHIER PIC X(60) VALUE SPACES.
       77 FIN-BATCH-PARAM PIC 9 VALUE 0.
       77 BATCH-ETAPE     PIC X(20) VALUE SPACES.
      * Etapes qui postent sur les comptes : elles ne tournent pas un
      * jour ferme (week-end ou jour du calendrier de l'option 27).
           88 BATCH-ETAPE-POSTING VALUE "MOUVEMENTS" "PERMANENTS"
               "ARRETE" "DORMANTS" "PRELEVEMENTS" "FRAIS".
       77 BATCH-ETAPE-ARG PIC X(60) VALUE SPACES.
       77 BATCH-LIBELLE   PIC X(30) VALUE SPACES.
       77 BATCH-CPT-EDIT  PIC ZZZZZZ9.
       77 BATCH-JOUR-FERME PIC 9 VALUE 0.

      * Chaine reprenable : chaque etape deroulee laisse son statut
      * dans le journal de la chaine (OK, AVERTISSEMENT, ECHEC ou
      * SAUTEE, avec le motif du saut), sous la date de traitement de
      * la chaine. Une relance pour la meme date ne repasse pas les
      * etapes deja faites (OK ou AVERTISSEMENT) : elle reprend a la
      * premiere qui a echoue ou n'a pas tourne.
      * Le code retour rendu a l'ordonnanceur est le pire statut de
      * la chaine : 0 tout est OK, 4 avertissement, 8 echec ou etape
      * sautee sur echec d'une dependance.
       77 BATCH-ETAPE-ZONE PIC X(60) VALUE SPACES.
       77 BATCH-DEP1 PIC X(20) VALUE SPACES.
       77 BATCH-DEP2 PIC X(20) VALUE SPACES.
       77 BATCH-DEP3 PIC X(20) VALUE SPACES.
       77 BATCH-DEP  PIC X(20) VALUE SPACES.
       77 BATCH-LIGNE PIC 9(4) VALUE 0.
       77 BATCH-DATE-CHAINE PIC X(10) VALUE SPACES.
       77 BATCH-DATE-OK     PIC 9 VALUE 0.
       77 BATCH-PREMIERE-ETAPE PIC 9 VALUE 0.
       77 BATCH-ETAPE-STATUT PIC X(13) VALUE SPACES.
           88 BATCH-STATUT-OK VALUE "OK".
           88 BATCH-STATUT-AVERT VALUE "AVERTISSEMENT".
           88 BATCH-STATUT-ECHEC VALUE "ECHEC".
           88 BATCH-STATUT-SAUTEE VALUE "SAUTEE".
       77 BATCH-ETAPE-MOTIF PIC X(10) VALUE SPACES.
       77 BATCH-CODE-RETOUR PIC 9 VALUE 0.
       77 CHJ-FIN PIC 9 VALUE 0.
       77 CHJ-DEJA-FAITE PIC 9 VALUE 0.
       77 CHJ-STATUT-PRECEDENT PIC X(13) VALUE SPACES.
       77 CHJ-DEP-STATUT PIC X(13) VALUE SPACES.
       77 CHJ-DEP-MOTIF PIC X(10) VALUE SPACES.
       77 CHJ-DEP-BLOQUANTE PIC 9 VALUE 0.

      * Bareme des taux par type de compte (option 11) : un taux et sa
      * date d'effet par type ; le taux le plus recent anterieur a la
       77 ARR-SANS-BAREME  PIC 9(7) VALUE 0.
       77 ARR-DEJA-FAITS   PIC 9(7) VALUE 0.
       77 ARR-ECHECS       PIC 9(7) VALUE 0.
       77 ARR-BLOQUES      PIC 9(7) VALUE 0.
       77 ARR-NB-MOUVEMENTS PIC 9(9) VALUE 0.
       77 ARR-TOTAL-CREDIT PIC 9(14)V99 VALUE 0.
       77 ARR-TOTAL-DEBIT  PIC 9(14)V99 VALUE 0.
           10 Ord-Libelle       SQL CHAR-VARYING(50).
           10 Ord-Periodicite   SQL CHAR(1).
           10 Ord-Echeance      SQL CHAR(10).
           10 Ord-RegleFerme    SQL CHAR(1).
           10 Ord-JourEcheance  SQL CHAR(2).

      * Decoupage de l'echeance pour le calcul de la suivante : l'annee
      * et le mois avancent, le jour revient au jour nominal de l'ordre
      * (JourEcheance), ramene au dernier jour des mois plus courts.
      * ProchaineEcheance reste la date nominale ; le report sur un jour
      * ouvre, au jour precedent ou suivant selon RegleJourFerme, se
      * calcule au moment d'executer l'ordre.
       01 ORD-ECHEANCE-CALC.
           10 Ord-Ech-Annee PIC 9(4).
           10 Ord-Ech-Mois  PIC 9(2).
       77 ORD-ECHECS      PIC 9(7) VALUE 0.
       77 ORD-FIN-ECHUS   PIC 9 VALUE 0.
       77 ORD-REJETS-DECOUVERT PIC 9(7) VALUE 0.
       77 ORD-REJETS-BLOCAGE PIC 9(7) VALUE 0.
       77 ORD-REFUS-NOTES PIC 9(7) VALUE 0.
       77 ORD-DATE-EXECUTION PIC X(10) VALUE SPACES.
       77 ORD-ECH-VALIDE  PIC 9 VALUE 0.
       77 ORD-HORIZON     PIC X(10) VALUE SPACES.

      * Decouvert autorise : plafond propre au compte (DecouvertAutorise
      * sur COMPTE, saisi depuis la liste des comptes) ou, a defaut, le
       77 DEC-MONTANT-EDIT PIC Z(11)9V,99.
       77 MVT-DEPASSEMENT PIC 9 VALUE 0.
       77 MVT-REJETS-DECOUVERT PIC 9(7) VALUE 0.
       77 MVT-REJETS-BLOCAGE PIC 9(7) VALUE 0.

      * Interface comptable (option 20 et etape batch COMPTA) : les
      * mouvements du jour, agreges par banque, type de compte et sens
           88 RECON-ABANDON-OUI VALUE "O".
       77 RECON-FIN-BATCH PIC 9 VALUE 0.

      * Ouverture d'un compte au guichet (option 23) : la racine est
      * la suivante libre du guichet, la cle RIB et l'IBAN sortent des
      * formules communes des options 4 et 14, et le decouvert reste
      * celui du type (table DECOUVERT) tant qu'aucun plafond propre
      * n'est saisi depuis la liste des comptes.
       01 OUV.
           10 Ouv-RacineMax SQL CHAR(9).
           10 Ouv-Racine-N  PIC 9(9).
           10 Ouv-Plafond   PIC 9(12)V99.

       77 OUV-NOM-FICHIER PIC X(80) VALUE SPACES.
       77 OUV-MOTIF       PIC X(45) VALUE SPACES.
       77 OUV-VALIDE      PIC 9 VALUE 0.
       77 OUV-CLIENT-NOUVEAU PIC 9 VALUE 0.
       77 OUV-CONFIRM     PIC X VALUE SPACE.
       77 OUV-PLAFOND-EDIT PIC Z(11)9V,99.

      * Comptes inactifs (option 24 et etape batch DORMANTS) : un compte
      * ouvert sans mouvement du client depuis douze mois porte dans
      * COMPTE.DateInactivite la date de son dernier mouvement client
      * (a defaut, celle de son ouverture : solde d'ouverture repris
      * ou evenement FICOBA), et dans DateAvisInactivite la date du
      * dernier avis annuel envoye au titulaire. Les ecritures de la
      * banque (interets de l'arrete, frais, extournes, transfert a la
      * Caisse, solde d'ouverture) ne comptent pas comme activite.
      * Au bout de dix ans d'inactivite, le solde crediteur est
      * transfere a la Caisse des Depots et le compte cloture. Tout
      * mouvement du client efface les deux dates.
       01 DORM.
           10 Dorm-DateInactivite SQL CHAR(10).
           10 Dorm-SoldeDebiteur  PIC 9(12)V99.
           10 Dorm-SoldeCrediteur PIC 9(12)V99.
           10 Dorm-SoldeNet       PIC S9(13)V99.
           10 Dorm-Devise         SQL CHAR(3).
           10 Dorm-Iban           SQL CHAR(34).

       77 DORM-LIMITE-ACTIVITE PIC X(10) VALUE SPACES.
       77 DORM-LIMITE-CDC      PIC X(10) VALUE SPACES.
       77 DORM-ANNEE           PIC 9(4) VALUE 0.
       77 DORM-LIBELLE-CDC PIC X(24) VALUE "TRANSFERT CDC LOI ECKERT".
       77 DORM-CONFIRM     PIC X VALUE SPACE.
       77 DORM-FIN         PIC 9 VALUE 0.
       77 DORM-INACTIFS-AVANT PIC 9(7) VALUE 0.
       77 DORM-INACTIFS    PIC 9(7) VALUE 0.
       77 DORM-REACTIVES   PIC 9(7) VALUE 0.
       77 DORM-NOUVEAUX    PIC 9(7) VALUE 0.
       77 DORM-SANS-MVT    PIC 9(7) VALUE 0.
       77 DORM-AVIS        PIC 9(7) VALUE 0.
       77 DORM-TRANSFERES  PIC 9(7) VALUE 0.
       77 DORM-DEBITEURS   PIC 9(7) VALUE 0.
       77 DORM-BLOQUES     PIC 9(7) VALUE 0.
       77 DORM-ECHECS      PIC 9(7) VALUE 0.
       77 DORM-TOTAL-CDC   PIC 9(14)V99 VALUE 0.
       77 DORM-SOLDE-EDIT  PIC -Z(11)9V,99.
      * Positionne par les traitements qui postent une ecriture de la
      * banque (extourne, transfert a la Caisse...) par les ecritures
      * communes : elle ne reactive pas un compte inactif.
       77 MVT-ECRITURE-BANQUE PIC 9 VALUE 0.

      * Mandats de prelevement SEPA (option 25) : un mandat par
      * creancier (ICS) et reference unique de mandat (RUM), sur le
      * compte debiteur, [P]onctuel ou [R]ecurrent, revocable. Un
      * mandat ponctuel ne sert qu'une fois : DateDernierPrelevement
      * garde la date de son dernier usage.
       01 MDT.
           10 Mdt-Ics           SQL CHAR-VARYING(35).
           10 Mdt-Rum           SQL CHAR-VARYING(35).
           10 Mdt-NomCreancier  SQL CHAR-VARYING(50).
           10 Mdt-CodeBanque    SQL CHAR(5).
           10 Mdt-CodeGuichet   SQL CHAR(5).
           10 Mdt-RacineCompte  SQL CHAR(9).
           10 Mdt-TypeCompte    SQL CHAR(2).
           10 Mdt-DateSignature SQL CHAR(10).
           10 Mdt-TypeSequence  SQL CHAR(1).
           10 Mdt-Revoque       SQL CHAR(1).
           10 Mdt-DernierPrlv   SQL CHAR(10).

       77 MDT-FIN     PIC 9 VALUE 0.
       77 MDT-TROUVE  PIC 9 VALUE 0.
       77 MDT-VALIDE  PIC 9 VALUE 0.
       77 MDT-ACTION  PIC X VALUE SPACE.
       77 MDT-CONFIRM PIC X VALUE SPACE.
       77 MDT-MOTIF   PIC X(45) VALUE SPACES.

      * Prelevements recus (etape batch PRELEVEMENTS) : une entete
      * ENTETE;date;reference de remise, comme les mouvements du jour,
      * puis une ligne par prelevement : echeance;IBAN debiteur;RUM;ICS;nom du
      * creancier;montant en centimes;devise;reference de bout en
      * bout. Le compte est retrouve par son IBAN (option 14), le
      * mandat par ICS et RUM ; un prelevement refuse part au fichier
      * des retours avec son code motif SEPA.
       01 PRLV.
           10 Prlv-Echeance     PIC X(10).
           10 Prlv-Iban         SQL CHAR(34).
           10 Prlv-Rum          PIC X(35).
           10 Prlv-Ics          PIC X(35).
           10 Prlv-NomCreancier PIC X(50).
           10 Prlv-Montant      PIC 9(14).
           10 Prlv-Devise       PIC X(3).
           10 Prlv-Reference    PIC X(35).

       77 PRLV-NOM-FICHIER PIC X(60)
           VALUE "C:\Users\Olivier\Documents\Public\Prelevements.csv".
       77 FIN-PRLV-FICHIER PIC 9 VALUE 0.
       77 PRLV-VALIDE      PIC 9 VALUE 0.
       77 PRLV-CODE-RETOUR PIC X(4) VALUE SPACES.
       77 PRLV-MOTIF       PIC X(30) VALUE SPACES.
       77 PRLV-LUS         PIC 9(7) VALUE 0.
       77 PRLV-POSTES      PIC 9(7) VALUE 0.
       77 PRLV-RETOURNES   PIC 9(7) VALUE 0.
       77 PRLV-SANS-MANDAT PIC 9(7) VALUE 0.
       77 PRLV-COMPTE-KO   PIC 9(7) VALUE 0.
       77 PRLV-REJETS-DECOUVERT PIC 9(7) VALUE 0.
       77 PRLV-REJETS-DEVISE    PIC 9(7) VALUE 0.
       77 PRLV-REJETS-BLOCAGE   PIC 9(7) VALUE 0.
       77 PRLV-ECHECS-SQL  PIC 9(7) VALUE 0.
       77 PRLV-DEJA-POSTES PIC 9(7) VALUE 0.
       77 PRLV-TRACES      PIC 9(7) VALUE 0.
      * Entete et registre des remises de prelevements : une remise
      * sans entete ou deja inscrite au registre est refusee en bloc.
       77 PRLV-TYPE-ENR    PIC X(10) VALUE SPACES.
       77 PRLV-REMISE-DATE PIC X(10) VALUE SPACES.
       77 PRLV-REMISE-REF  PIC X(20) VALUE SPACES.
       77 PRLV-CTRL-OK     PIC 9 VALUE 0.
       77 PRLV-CTRL-MOTIF  PIC X(30) VALUE SPACES.
       77 PRLV-REMISE-CONNUE PIC 9 VALUE 0.
       77 FIN-REMISE-PRLV  PIC 9 VALUE 0.

      * Bareme des frais par type de compte (option 26), date comme le
      * bareme des taux : frais de tenue de compte mensuels, commission
      * d'intervention par debit refuse pour decouvert, frais par
      * virement SEPA emis, et plafond mensuel des commissions
      * d'intervention (a defaut, le plafond reglementaire). Les
      * montants s'entendent dans la devise du compte et se saisissent
      * en centimes.
       01 FRAIS-BAREME.
           10 Frs-TypeCompte   SQL CHAR(2).
           10 Frs-TenueCompte  PIC 9(5)V99.
           10 Frs-Intervention PIC 9(5)V99.
           10 Frs-VirementSepa PIC 9(5)V99.
           10 Frs-Plafond      PIC 9(5)V99.
           10 Frs-DateEffet    SQL CHAR(10).

       77 FRS-FIN     PIC 9 VALUE 0.
       77 FRS-TROUVE  PIC 9 VALUE 0.
       77 FRS-ACTION  PIC X VALUE SPACE.
       77 FRS-CONFIRM PIC X VALUE SPACE.
       77 FRS-TENUE-CENTIMES  PIC 9(7) VALUE 0.
       77 FRS-INTERV-CENTIMES PIC 9(7) VALUE 0.
       77 FRS-VIR-CENTIMES    PIC 9(7) VALUE 0.
       77 FRS-PLAFOND-CENTIMES PIC 9(7) VALUE 0.
       77 FRS-PLAFOND-LEGAL   PIC 9(5)V99 VALUE 80.

      * Evenements facturables (table EVENEMENTFRAIS) : [C]ommission
      * d'intervention sur un debit refuse pour decouvert, [V]irement
      * SEPA emis. Ils sont notes par les traitements de posting et
      * factures par l'etape FRAIS du mois, qui pose leur
      * DateFacturation.
       77 FRS-TYPE-EVT PIC X VALUE SPACE.

      * Etape FRAIS : periode AAAA-MM facturee, ses bornes, libelles
      * des mouvements de frais (prefixe commun, qui les exclut aussi
      * de l'activite du client) et compteurs du passage.
       77 FRS-PERIODE      PIC X(7) VALUE SPACES.
       77 FRS-DEBUT        PIC X(10) VALUE SPACES.
       77 FRS-FIN-PERIODE  PIC X(10) VALUE SPACES.
       77 FRS-LIB-TENUE    PIC X(40) VALUE SPACES.
       77 FRS-LIB-INTERV   PIC X(40) VALUE SPACES.
       77 FRS-LIB-VIR      PIC X(40) VALUE SPACES.
       77 FRS-FIN-CPT      PIC 9 VALUE 0.
       77 FRS-NB-TENUE     PIC 9(9) VALUE 0.
       77 FRS-NB-INTERV    PIC 9(7) VALUE 0.
       77 FRS-NB-VIR       PIC 9(7) VALUE 0.
       77 FRS-MONTANT-TENUE  PIC 9(12)V99 VALUE 0.
       77 FRS-MONTANT-INTERV PIC 9(12)V99 VALUE 0.
       77 FRS-MONTANT-VIR    PIC 9(12)V99 VALUE 0.
       77 FRS-PLAFOND-APPLIQUE PIC 9(5)V99 VALUE 0.
       77 FRS-INTERV-POSTEES PIC 9(12)V99 VALUE 0.
       77 FRS-CPT-PLAFONNE PIC 9 VALUE 0.
       77 FRS-COMPTES      PIC 9(7) VALUE 0.
       77 FRS-TENUES       PIC 9(7) VALUE 0.
       77 FRS-INTERVENTIONS PIC 9(7) VALUE 0.
       77 FRS-PLAFONNES    PIC 9(7) VALUE 0.
       77 FRS-VIREMENTS    PIC 9(7) VALUE 0.
       77 FRS-ECHECS       PIC 9(7) VALUE 0.
       77 FRS-BLOQUES      PIC 9(7) VALUE 0.
       77 FRS-TOTAL        PIC 9(14)V99 VALUE 0.
       01 FRAIS-GROUPE.
           10 Frs-GroupeCle     PIC X(5).
           10 Frs-GroupeLibelle PIC X(50).
           10 Frs-GroupeDevise  PIC X(3).
           10 Frs-GroupeMontant PIC 9(14)V99.
       77 FRS-MONTANT-EDIT PIC Z(11)9V,99.

      * Calendrier des jours fermes (option 27) : jours feries
      * francais ([F]), jours de fermeture de TARGET2 ([T]) ou les
      * deux a la fois ([A]). Les samedis et dimanches sont fermes
      * sans figurer en table. Un jour ferme ne porte ni date de
      * valeur de virement, ni ordre SEPA sortant, ni echeance d'ordre
      * permanent, et la chaine de nuit n'y poste rien.
       01 CAL.
           10 Cal-Date    SQL CHAR(10).
           10 Cal-Libelle SQL CHAR-VARYING(50).
           10 Cal-Nature  SQL CHAR(1).

       77 CAL-FIN     PIC 9 VALUE 0.
       77 CAL-TROUVE  PIC 9 VALUE 0.
       77 CAL-ACTION  PIC X VALUE SPACE.
       77 CAL-CONFIRM PIC X VALUE SPACE.
       77 CAL-SAISIE  PIC X(10) VALUE SPACES.
       77 CAL-AJOUTES PIC 9(3) VALUE 0.
       77 CAL-NB-JOURS PIC 9(5) VALUE 0.

      * Date de travail du calcul des jours ouvres (AAAA-MM-JJ) et son
      * decoupage numerique : l'appelant y depose la date, le calcul
      * la rend reportee sur un jour ouvre, au jour [P]recedent ou
      * [S]uivant selon CAL-SENS.
       01 CAL-DATE-CALC PIC X(10) VALUE SPACES.
       01 CAL-DECOUPE REDEFINES CAL-DATE-CALC.
           10 Cal-Annee  PIC 9(4).
           10 Cal-Tiret1 PIC X.
           10 Cal-Mois   PIC 9(2).
           10 Cal-Tiret2 PIC X.
           10 Cal-Jour   PIC 9(2).

       77 CAL-SENS  PIC X VALUE "S".
       77 CAL-FERME PIC 9 VALUE 0.
       77 CAL-VALIDE PIC 9 VALUE 0.
       77 CAL-LONGUEUR-MOIS PIC 9(2) VALUE 0.
      * Numero du jour compte depuis l'an zero (annee commencant en
      * mars) ; son reste par 7 donne le jour de la semaine, 4 pour
      * le samedi et 5 pour le dimanche.
       77 CAL-AN-MARS   PIC 9(4) VALUE 0.
       77 CAL-MOIS-MARS PIC 9(2) VALUE 0.
       77 CAL-NUMERO PIC 9(7) VALUE 0.
       77 CAL-TERME  PIC 9(7) VALUE 0.
       77 CAL-RESTE  PIC 9(3) VALUE 0.
       77 CAL-JOUR-SEMAINE PIC 9 VALUE 0.
           88 CAL-WEEK-END VALUE 4 5.

      * Calcul de la date de Paques (algorithme gregorien anonyme) pour
      * les feries mobiles : Vendredi saint, lundi de Paques, Ascension
      * et lundi de Pentecote.
       01 CAL-PAQUES.
           10 Cal-Pq-A   PIC 9(4).
           10 Cal-Pq-B   PIC 9(4).
           10 Cal-Pq-C   PIC 9(4).
           10 Cal-Pq-D   PIC 9(4).
           10 Cal-Pq-E   PIC 9(4).
           10 Cal-Pq-F   PIC 9(4).
           10 Cal-Pq-G   PIC 9(4).
           10 Cal-Pq-H   PIC 9(4).
           10 Cal-Pq-I   PIC 9(4).
           10 Cal-Pq-K   PIC 9(4).
           10 Cal-Pq-L   PIC 9(4).
           10 Cal-Pq-M   PIC 9(4).
           10 Cal-Pq-Num PIC 9(6).
           10 Cal-Pq-Quot PIC 9(6).

      * Registre des blocages de comptes (option 28) : opposition,
      * saisie, succession, gel pour fraude. Un blocage vise un compte
      * a partir de sa date de debut, jusqu'a sa date de fin si elle
      * est renseignee ou jusqu'a sa levee. Il bloque les [D]ebits
      * seuls ou [T]ous les mouvements ; un blocage des debits qui
      * porte un montant saisi ne fige que ce montant sur le solde
      * (saisie), le reste demeurant disponible. Le compte reste
      * ouvert : la cloture est une autre affaire.
       01 BLQ.
           10 Blq-CodeBanque   SQL CHAR(5).
           10 Blq-CodeGuichet  SQL CHAR(5).
           10 Blq-RacineCompte SQL CHAR(9).
           10 Blq-TypeCompte   SQL CHAR(2).
           10 Blq-DateDebut    SQL CHAR(10).
           10 Blq-TypeBlocage  SQL CHAR(1).
           10 Blq-Motif        SQL CHAR-VARYING(50).
           10 Blq-DateFin      SQL CHAR(10).
           10 Blq-MontantSaisi PIC 9(12)V99.
           10 Blq-PosePar      SQL CHAR(10).
           10 Blq-LevePar      SQL CHAR(10).
           10 Blq-DateLevee    SQL CHAR(10).

       77 BLQ-FIN     PIC 9 VALUE 0.
       77 BLQ-TROUVE  PIC 9 VALUE 0.
       77 BLQ-VALIDE  PIC 9 VALUE 0.
       77 BLQ-ACTION  PIC X VALUE SPACE.
       77 BLQ-CONFIRM PIC X VALUE SPACE.
       77 BLQ-CHOIX   PIC X VALUE SPACE.
       77 BLQ-MOTIF-REFUS PIC X(45) VALUE SPACES.
       77 BLQ-SAISI-CENTIMES PIC 9(14) VALUE 0.

      * Blocage en vigueur sur le compte des zones MVT, lu par
      * TrtMvt-Verif-Compte : [T]ous mouvements, [D]ebits, [S]aisie
      * d'un montant, espace si le compte est libre. Un compte sous
      * plusieurs blocages prend le plus fort ; les montants saisis
      * s'additionnent.
       77 COMPTE-BLOCAGE PIC X VALUE SPACE.
       77 COMPTE-MONTANT-SAISI PIC 9(12)V99 VALUE 0.
       77 BLQ-NB-TOUS   PIC 9(5) VALUE 0.
       77 BLQ-NB-DEBITS PIC 9(5) VALUE 0.
      * Controle d'un mouvement (montant en devise du compte, sens de
      * MVT) contre le blocage lu : MVT-BLOQUE a 1 s'il est refuse.
       77 BLQ-MONTANT   PIC 9(12)V99 VALUE 0.
       77 BLQ-SOLDE-NET PIC S9(13)V99 VALUE 0.
       77 MVT-BLOQUE    PIC 9 VALUE 0.

      * Etat des comptes bloques : blocages actifs du jour, solde du
      * compte et montant retenu (solde crediteur entier sous un
      * blocage des debits ou de tous mouvements, montant saisi dans
      * la limite du solde sous une saisie).
       01 BLQ-ETAT.
           10 Blq-SoldeDebiteur  PIC 9(12)V99.
           10 Blq-SoldeCrediteur PIC 9(12)V99.
           10 Blq-Devise         PIC X(3).
           10 Blq-Retenu         PIC 9(12)V99.
       77 BLQ-FIN-ETAT  PIC 9 VALUE 0.
       77 BLQ-ACTIFS    PIC 9(7) VALUE 0.
       77 BLQ-SOLDE-EDIT  PIC -(11)9V,99.
       77 BLQ-RETENU-EDIT PIC Z(11)9V,99.

      * Declarations FICOBA (table EVENEMENTFICOBA) : chaque
      * [O]uverture, [C]loture ou [M]odification du titulaire d'un
      * compte y est notee par le traitement qui la pose, dans sa
      * propre unite de travail, avec la cle RIB et le titulaire du
      * moment. L'etape batch FICOBA declare les evenements en attente
      * et pose leur DateDeclaration : rien n'est declare deux fois.
       77 FCB-TYPE-EVT PIC X VALUE SPACE.
       77 FCB-DATE-EVT PIC X(10) VALUE SPACES.
       77 FCB-NOM-FICHIER PIC X(60) VALUE SPACES.
       77 FCB-FIN       PIC 9 VALUE 0.
       77 FCB-DECLARES  PIC 9(7) VALUE 0.
       77 FCB-ANOMALIES PIC 9(7) VALUE 0.
       77 FCB-ECHECS    PIC 9(7) VALUE 0.
       77 FCB-MOTIF     PIC X(30) VALUE SPACES.

      * Position consolidee d'un client (fiche client et liste des
      * comptes) : tous ses comptes, ouverts puis clos, avec solde net
      * en devise, contre-valeur euro et decouvert autorise, ses ordres
      * permanents et ses derniers mouvements. Chaque ligne est
      * composee une fois dans POS-LIGNE, affichee a l'ecran et
      * recopiee dans la fiche imprimable.
       01 POS.
           10 Pos-CodeBanque     SQL CHAR(5).
           10 Pos-CodeGuichet    SQL CHAR(5).
           10 Pos-RacineCompte   SQL CHAR(9).
           10 Pos-TypeCompte     SQL CHAR(2).
           10 Pos-SoldeDebiteur  PIC 9(12)V99.
           10 Pos-SoldeCrediteur PIC 9(12)V99.
           10 Pos-Devise         SQL CHAR(3).
           10 Pos-Decouvert      PIC 9(12)V99.
           10 Pos-Iban           SQL CHAR(34).
           10 Pos-DateCloture    SQL CHAR(10).
           10 Pos-SoldeNet       PIC S9(13)V99.
           10 Pos-ContreValeur   PIC S9(14)V99.
       77 POS-NOM-FICHIER PIC X(80) VALUE SPACES.
       77 POS-LIGNE       PIC X(80) VALUE SPACES.
       77 POS-FIN         PIC 9 VALUE 0.
       77 POS-ECRAN       PIC 9 VALUE 0.
       77 POS-PAUSE       PIC X VALUE SPACE.
       77 POS-NB-COMPTES  PIC 9(5) VALUE 0.
       77 POS-TOTAL       PIC S9(15)V99 VALUE 0.
       77 POS-ETAT        PIC X(6) VALUE SPACES.
       77 POS-SOLDE-EDIT   PIC -(9)9V,99.
       77 POS-CV-EDIT      PIC -(9)9V,99.
       77 POS-MONTANT-EDIT PIC Z(9)9V,99.
       77 POS-TOTAL-EDIT   PIC -(12)9V,99.

      * Controle des soldes par les mouvements (option 29, etape batch
      * CONTROLESOLDES). Les soldes de COMPTE sont des cumuls : le
      * debiteur doit egaler la somme des mouvements au debit, le
      * crediteur celle des mouvements au credit. Chaque compte est
      * recalcule depuis MOUVEMENT ; puis la preuve globale confronte,
      * par banque et devise, les totaux de la reconciliation (option
      * 6, comptes ouverts), ceux des mouvements de ces comptes et la
      * photographie SOLDEHISTO du jour.
      * Le solde repris a l'import (et au recyclage des rejets) est
      * pose en mouvement d'ouverture, sous un libelle propre qui ne
      * compte pas comme activite du client.
       01 SLD.
           10 Sld-CodeBanque     SQL CHAR(5).
           10 Sld-CodeGuichet    SQL CHAR(5).
           10 Sld-RacineCompte   SQL CHAR(9).
           10 Sld-TypeCompte     SQL CHAR(2).
           10 Sld-Devise         SQL CHAR(3).
           10 Sld-SoldeDebiteur  PIC 9(14)V99.
           10 Sld-SoldeCrediteur PIC 9(14)V99.
           10 Sld-MvtDebit       PIC 9(14)V99.
           10 Sld-MvtCredit      PIC 9(14)V99.
           10 Sld-HisDebit       PIC 9(14)V99.
           10 Sld-HisCredit      PIC 9(14)V99.
           10 Sld-SoldeNet       PIC S9(15)V99.
           10 Sld-MvtNet         PIC S9(15)V99.
           10 Sld-HisNet         PIC S9(15)V99.
           10 Sld-Ecart          PIC S9(15)V99.
       77 SLD-LIBELLE-OUVERTURE PIC X(17) VALUE "SOLDE D'OUVERTURE".
       77 SLD-OUV-SENS     PIC X VALUE SPACE.
       77 SLD-OUV-MONTANT  PIC 9(12)V99 VALUE 0.
       77 SLD-FIN          PIC 9 VALUE 0.
       77 SLD-COMPTES      PIC 9(7) VALUE 0.
       77 SLD-ECARTS       PIC 9(7) VALUE 0.
       77 SLD-BQ-COMPTES   PIC 9(7) VALUE 0.
       77 SLD-BQ-ECARTS    PIC 9(7) VALUE 0.
       77 SLD-BANQUE-COURANTE PIC X(5) VALUE SPACES.
       77 SLD-BQ-ECART-EUR PIC S9(15)V99 VALUE 0.
       77 SLD-ECART-EUR    PIC S9(15)V99 VALUE 0.
       77 SLD-CPT-DEBIT    PIC 9(15)V99 VALUE 0.
       77 SLD-CPT-CREDIT   PIC 9(15)V99 VALUE 0.
       77 SLD-MVT-DEBIT    PIC 9(15)V99 VALUE 0.
       77 SLD-MVT-CREDIT   PIC 9(15)V99 VALUE 0.
       77 SLD-HIS-DEBIT    PIC 9(15)V99 VALUE 0.
       77 SLD-HIS-CREDIT   PIC 9(15)V99 VALUE 0.
       77 SLD-GROUPES      PIC 9(5) VALUE 0.
       77 SLD-HIS-LIGNES   PIC 9(5) VALUE 0.
       77 SLD-PREUVE-ECARTS PIC 9(5) VALUE 0.
       77 SLD-PREUVE       PIC X(30) VALUE SPACES.
       77 SLD-SOLDE-EDIT   PIC -(12)9V,99.
       77 SLD-MVT-EDIT     PIC -(12)9V,99.
       77 SLD-HIS-EDIT     PIC -(12)9V,99.
       77 SLD-ECART-EDIT   PIC -(12)9V,99.
       77 SLD-GROUPES-EDIT PIC ZZZZ9.

       77 CNXDB String.
           exec sql
               include sqlca
           10 line 16 Col 42 VALUE "- 20- Export comptable du jour".
           10 line 17 Col 42 VALUE "- 21- Etat des variations".
           10 line 18 Col 42 VALUE "- 22- Cours des devises".
           10 line 19 Col 4 VALUE "- 23- Ouverture d'un compte".
           10 line 20 Col 4 VALUE "- 24- Comptes inactifs (Eckert)".
           10 line 21 Col 4 VALUE "- 25- Mandats SEPA".
           10 line 22 Col 4 VALUE "- 26- Bareme des frais".
           10 line 19 Col 42 VALUE "- 27- Calendrier des jours fermes".
           10 line 20 Col 42 VALUE "- 28- Blocages de comptes".
           10 line 21 Col 42 VALUE "- 29- Controle soldes/mouvements".
           10 line 23 Col 4 VALUE "- 0 - Retour au menu appelant".

      *****************
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 5 Col 37 VALUE "IBAN"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 5 Col 64 VALUE "Blq"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 5 Col 73 VALUE "Solde"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

           10 line Numeroligne col 17 FROM TypeCompte of CPT PIC X(2).
           10 line Numeroligne col 20 FROM NomComplet of CPT PIC X(16).
           10 line NumeroLigne col 37 FROM Iban of CPT PIC X(27).
           10 line NumeroLigne col 65 FROM Blocage of CPT PIC X.
           10 line NumeroLigne col 70 FROM Solde of CPT PIC Z(6)9V,99.

      ****************************************
           10 line 10 Col 25 PIC ZZZZZZ9 FROM MVT-REJETS-DECOUVERT.
           10 line 11 Col 4 VALUE "Rejets devise    :".
           10 line 11 Col 25 PIC ZZZZZZ9 FROM MVT-REJETS-DEVISE.
           10 line 12 Col 4 VALUE "Rejets blocage   :".
           10 line 12 Col 25 PIC ZZZZZZ9 FROM MVT-REJETS-BLOCAGE.
           10 line 14 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

      * Remise refusee par le controle d'ensemble : rien n'a ete poste.
           10 line 9 Col 20 PIC X(50) FROM Prenom of CLIENT.
           10 line 10 Col 4 VALUE "Nom          :".
           10 line 10 Col 20 PIC X(50) FROM Nom of CLIENT.
           10 line 11 Col 4 VALUE "Blocages     :".
           10 line 11 Col 20 PIC ZZZZ9 FROM GC-BLOCAGES.
           10 line 11 Col 26 VALUE "en cours sur ses comptes (option 28)".
           10 line 13 Col 4 VALUE
               "[M]odifier - [S]upprimer - [P]osition - Entree pour le menu :".
           10 line 13 Col 67 PIC X FROM GC-ACTION.

       01 MenuClientConfirmSuppr.
           10 line 15 Col 4 VALUE "Confirmer la suppression (O/N) :"
           10 line 11 Col 25 PIC Z(11)9V,99 FROM ARR-TOTAL-DEBIT.
           10 line 12 Col 4 VALUE "Devises sans cours :".
           10 line 12 Col 25 PIC ZZZZZZ9 FROM DEV-SANS-COURS.
           10 line 13 Col 4 VALUE "Comptes bloques    :".
           10 line 13 Col 25 PIC ZZZZZZ9 FROM ARR-BLOQUES.
           10 line 15 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

      ****************************************
      * Proposee en fin de liste des comptes.
       01 MenuCptFinQuestion.
           10 line 24 Col 1 VALUE
               "[C]loturer - [D]ecouvert - [V]oir mvts - [P]osition - Entree :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 64 FROM OPTION-BQ
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
               "Extourne enregistree - Appuyez sur Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuMvtExtourneBloque.
           10 line 24 Col 1 VALUE
               "Compte bloque - extourne refusee - Appuyez sur Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuMvtExtourneIntrouvable.
           10 line 24 Col 1 VALUE
               "Numero de mouvement inconnu - Appuyez sur Entree"
               "Devises differentes - virement refuse - Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuVirementBloque.
           10 line 23 Col 4 VALUE
               "Compte bloque (opposition, saisie) - virement refuse - Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
      * Ecrans des ordres permanents (opt. 17)
      ****************************************
           10 line 11 Col 20 PIC X(1) FROM Ord-Periodicite.
           10 line 12 Col 4 VALUE "Echeance     :".
           10 line 12 Col 20 PIC X(10) FROM Ord-Echeance.
           10 line 13 Col 4 VALUE "Jour ferme   :".
           10 line 13 Col 20 PIC X(1) FROM Ord-RegleFerme.
           10 line 13 Col 23 VALUE
               "(report au jour ouvre [P]recedent ou [S]uivant)".
           10 line 15 Col 4 VALUE
               "[M]odifier - [S]upprimer - Entree pour revenir au menu :".
           10 line 15 Col 61 PIC X FROM ORD-ACTION.
           10 line 8 Col 28 PIC X(1) FROM Ord-Periodicite.
           10 line 9 Col 4  VALUE "Echeance (AAAA-MM-JJ) :".
           10 line 9 Col 28 PIC X(10) FROM Ord-Echeance.
           10 line 10 Col 4 VALUE "Jour ferme [P/S]      :".
           10 line 10 Col 28 PIC X(1) FROM Ord-RegleFerme.

       01 MenuOrdreConfirmSuppr.
           10 line 17 Col 4 VALUE "Confirmer la suppression (O/N) :"

       01 MenuOrdreEcheanceInvalide.
           10 line 24 Col 1 VALUE
               "Echeance invalide (AAAA-MM-JJ, date du calendrier) - Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
           10 line 10 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

      ****************************************
      * Ecrans de l'ouverture d'un compte (opt. 23)
      ****************************************
       01 MenuOuvClient Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 27 VALUE "OUVERTURE D'UN COMPTE".
           10 line 6 Col 4  VALUE
               "Code client (Entree seule = nouveau client) :".
           10 line 6 Col 51 PIC X(36) FROM CodeClient of CLIENT.
           10 line 8 Col 4  VALUE "Intitule     :".
           10 line 8 Col 20 PIC X(10) FROM Intitule of CLIENT.
           10 line 9 Col 4  VALUE "Prenom       :".
           10 line 9 Col 20 PIC X(50) FROM Prenom of CLIENT.
           10 line 10 Col 4 VALUE "Nom          :".
           10 line 10 Col 20 PIC X(50) FROM Nom of CLIENT.

       01 MenuOuvCompte Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 27 VALUE "OUVERTURE D'UN COMPTE".
           10 line 5 Col 4  VALUE "Titulaire    :".
           10 line 5 Col 20 PIC X(10) FROM Intitule of CLIENT.
           10 line 6 Col 20 PIC X(50) FROM Prenom of CLIENT.
           10 line 7 Col 20 PIC X(50) FROM Nom of CLIENT.
           10 line 9 Col 4  VALUE "Code banque  :".
           10 line 9 Col 20 PIC X(5) FROM CodeBanque of COMPTE.
           10 line 10 Col 4 VALUE "Code guichet :".
           10 line 10 Col 20 PIC X(5) FROM CodeGuichet of COMPTE.
           10 line 11 Col 4 VALUE "Type compte  :".
           10 line 11 Col 20 PIC X(2) FROM TypeCompte of COMPTE.
           10 line 12 Col 4 VALUE "Devise (Entree seule = EUR) :".
           10 line 12 Col 35 PIC X(3) FROM Devise of COMPTE.

      * Numero, cle et IBAN proposes, affiches sous la saisie avant la
      * confirmation : rien n'est ecrit en base avant le [O]ui.
       01 MenuOuvProposition.
           10 line 14 Col 4 VALUE "Numero attribue :".
           10 line 14 Col 22 PIC X(9) FROM RacineCompte of COMPTE.
           10 line 15 Col 4 VALUE "Cle RIB         :".
           10 line 15 Col 22 PIC X(2) FROM CleRib of COMPTE.
           10 line 16 Col 4 VALUE "IBAN            :".
           10 line 16 Col 22 PIC X(27) FROM Iban-Zone.
           10 line 17 Col 4 VALUE "Decouvert du type :".
           10 line 17 Col 24 PIC Z(11)9V,99 FROM Ouv-Plafond.
           10 line 19 Col 4 VALUE "Confirmer l'ouverture (O/N) :".
           10 line 19 Col 34 PIC X FROM OUV-CONFIRM.

       01 MenuOuvRefus.
           10 line 24 Col 1 PIC X(45) FROM OUV-MOTIF
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 47 VALUE "- Appuyez sur Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuOuvBilan Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 30 VALUE "COMPTE OUVERT".
           10 line 6 Col 4  VALUE "Code client  :".
           10 line 6 Col 20 PIC X(36) FROM CodeClient of CLIENT.
           10 line 7 Col 4  VALUE "Compte       :".
           10 line 7 Col 20 PIC X(5) FROM CodeBanque of COMPTE.
           10 line 7 Col 26 PIC X(5) FROM CodeGuichet of COMPTE.
           10 line 7 Col 32 PIC X(9) FROM RacineCompte of COMPTE.
           10 line 7 Col 42 PIC X(2) FROM TypeCompte of COMPTE.
           10 line 7 Col 45 PIC X(2) FROM CleRib of COMPTE.
           10 line 8 Col 4  VALUE "IBAN         :".
           10 line 8 Col 20 PIC X(27) FROM Iban-Zone.
           10 line 9 Col 4  VALUE "Devise       :".
           10 line 9 Col 20 PIC X(3) FROM Devise of COMPTE.
           10 line 10 Col 4 VALUE "Attestation  :".
           10 line 10 Col 20 PIC X(55) FROM OUV-NOM-FICHIER.
           10 line 12 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

      ****************************************
      * Ecrans des comptes inactifs (opt. 24)
      ****************************************
      * Confirmation avant de lancer : le traitement poste et cloture
      * les comptes arrives au terme legal, comme l'arrete ecrit sur
      * tous les comptes.
       01 MenuDormantsConfirm Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 24 VALUE "COMPTES INACTIFS (LOI ECKERT)".
           10 line 6 Col 4  VALUE
               "Detecter les comptes inactifs et transferer les".
           10 line 7 Col 4  VALUE
               "comptes au terme a la Caisse des Depots (O/N) :".
           10 line 7 Col 52 PIC X FROM DORM-CONFIRM.

       01 MenuDormantsBilan Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 24 VALUE "BILAN DES COMPTES INACTIFS".
           10 line 6 Col 4  VALUE "Comptes reactives       :".
           10 line 6 Col 30 PIC ZZZZZZ9 FROM DORM-REACTIVES.
           10 line 7 Col 4  VALUE "Nouveaux inactifs       :".
           10 line 7 Col 30 PIC ZZZZZZ9 FROM DORM-NOUVEAUX.
           10 line 8 Col 4  VALUE "Comptes inactifs        :".
           10 line 8 Col 30 PIC ZZZZZZ9 FROM DORM-INACTIFS.
           10 line 9 Col 4  VALUE "Sans date de reference  :".
           10 line 9 Col 30 PIC ZZZZZZ9 FROM DORM-SANS-MVT.
           10 line 10 Col 4 VALUE "Avis annuels a envoyer  :".
           10 line 10 Col 30 PIC ZZZZZZ9 FROM DORM-AVIS.
           10 line 11 Col 4 VALUE "Transferes a la Caisse  :".
           10 line 11 Col 30 PIC ZZZZZZ9 FROM DORM-TRANSFERES.
           10 line 12 Col 4 VALUE "Au terme, solde debiteur:".
           10 line 12 Col 30 PIC ZZZZZZ9 FROM DORM-DEBITEURS.
           10 line 13 Col 4 VALUE "Echecs SQL              :".
           10 line 13 Col 30 PIC ZZZZZZ9 FROM DORM-ECHECS.
           10 line 14 Col 4 VALUE "Total transfere (EUR)   :".
           10 line 14 Col 30 PIC Z(11)9V,99 FROM DORM-TOTAL-CDC.
           10 line 15 Col 4 VALUE "Au terme, compte bloque :".
           10 line 15 Col 30 PIC ZZZZZZ9 FROM DORM-BLOQUES.
           10 line 17 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

      ****************************************
      * Ecrans des mandats SEPA (opt. 25)
      ****************************************
       01 MenuMandatRecherche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 30 VALUE "GESTION DES MANDATS SEPA".
           10 line 5 Col 4  VALUE
               "(Entree seule sur l'ICS = retour au menu)".
           10 line 7 Col 4  VALUE "ICS creancier :".
           10 line 7 Col 20 PIC X(35) FROM Mdt-Ics.
           10 line 8 Col 4  VALUE "RUM           :".
           10 line 8 Col 20 PIC X(35) FROM Mdt-Rum.

       01 MenuMandatInconnu.
           10 line 10 Col 4 VALUE
               "Aucun mandat pour ce creancier et cette RUM - [C]reer ou Entree :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 10 Col 70 FROM MDT-CONFIRM
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuMandatFiche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 32 VALUE "FICHE MANDAT SEPA".
           10 line 6 Col 4  VALUE "ICS creancier :".
           10 line 6 Col 20 PIC X(35) FROM Mdt-Ics.
           10 line 7 Col 4  VALUE "RUM           :".
           10 line 7 Col 20 PIC X(35) FROM Mdt-Rum.
           10 line 8 Col 4  VALUE "Creancier     :".
           10 line 8 Col 20 PIC X(50) FROM Mdt-NomCreancier.
           10 line 10 Col 4 VALUE "Compte debite :".
           10 line 10 Col 20 PIC X(5) FROM Mdt-CodeBanque.
           10 line 10 Col 26 PIC X(5) FROM Mdt-CodeGuichet.
           10 line 10 Col 32 PIC X(9) FROM Mdt-RacineCompte.
           10 line 10 Col 42 PIC X(2) FROM Mdt-TypeCompte.
           10 line 11 Col 4 VALUE "Signe le      :".
           10 line 11 Col 20 PIC X(10) FROM Mdt-DateSignature.
           10 line 12 Col 4 VALUE "Type (P/R)    :".
           10 line 12 Col 20 PIC X(1) FROM Mdt-TypeSequence.
           10 line 13 Col 4 VALUE "Revoque (O/N) :".
           10 line 13 Col 20 PIC X(1) FROM Mdt-Revoque.
           10 line 14 Col 4 VALUE "Dernier prlv. :".
           10 line 14 Col 20 PIC X(10) FROM Mdt-DernierPrlv.
           10 line 17 Col 4 VALUE
               "[M]odifier - [S]upprimer - Entree pour revenir au menu :".
           10 line 17 Col 61 PIC X FROM MDT-ACTION.

      * Saisie des caracteristiques d'un mandat, a la creation comme a
      * la modification ; la revocation se fait en modification.
       01 MenuMandatSaisie Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 28 VALUE "SAISIE D'UN MANDAT SEPA".
           10 line 6 Col 4  VALUE "Nom du creancier      :".
           10 line 6 Col 28 PIC X(50) FROM Mdt-NomCreancier.
           10 line 8 Col 4  VALUE "Banque du debiteur    :".
           10 line 8 Col 28 PIC X(5) FROM Mdt-CodeBanque.
           10 line 9 Col 4  VALUE "Guichet               :".
           10 line 9 Col 28 PIC X(5) FROM Mdt-CodeGuichet.
           10 line 10 Col 4 VALUE "Racine                :".
           10 line 10 Col 28 PIC X(9) FROM Mdt-RacineCompte.
           10 line 11 Col 4 VALUE "Type de compte        :".
           10 line 11 Col 28 PIC X(2) FROM Mdt-TypeCompte.
           10 line 13 Col 4 VALUE "Signature (AAAA-MM-JJ):".
           10 line 13 Col 28 PIC X(10) FROM Mdt-DateSignature.
           10 line 14 Col 4 VALUE "[P]onctuel/[R]ecurrent:".
           10 line 14 Col 28 PIC X(1) FROM Mdt-TypeSequence.
           10 line 15 Col 4 VALUE "Revoque (O/N)         :".
           10 line 15 Col 28 PIC X(1) FROM Mdt-Revoque.

       01 MenuMandatInvalide.
           10 line 24 Col 1 VALUE "Mandat refuse :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 17 PIC X(45) FROM MDT-MOTIF
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 63 VALUE "- Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuMandatConfirmSuppr.
           10 line 19 Col 4 VALUE "Confirmer la suppression (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
      * Ecrans du bareme des frais (opt. 26)
      ****************************************
       01 MenuFraisRecherche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 27 VALUE "GESTION DU BAREME DES FRAIS".
           10 line 6 Col 4  VALUE
               "Type de compte (Entree seule pour revenir au menu) :".
           10 line 6 Col 58 PIC X(2) FROM Frs-TypeCompte.

       01 MenuFraisInconnu.
           10 line 8 Col 4 VALUE
               "Aucun bareme de frais pour ce type - [C]reer ou Entree :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 8 Col 61 FROM FRS-CONFIRM
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuFraisFiche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 30 VALUE "FICHE BAREME DES FRAIS".
           10 line 6 Col 4  VALUE "Type de compte            :".
           10 line 6 Col 32 PIC X(2) FROM Frs-TypeCompte.
           10 line 8 Col 4  VALUE "Tenue de compte par mois  :".
           10 line 8 Col 32 PIC ZZZZ9V,99 FROM Frs-TenueCompte.
           10 line 9 Col 4  VALUE "Commission d'intervention :".
           10 line 9 Col 32 PIC ZZZZ9V,99 FROM Frs-Intervention.
           10 line 10 Col 4 VALUE "Virement SEPA emis        :".
           10 line 10 Col 32 PIC ZZZZ9V,99 FROM Frs-VirementSepa.
           10 line 11 Col 4 VALUE "Plafond mensuel interv.   :".
           10 line 11 Col 32 PIC ZZZZ9V,99 FROM Frs-Plafond.
           10 line 12 Col 4 VALUE "Date d'effet              :".
           10 line 12 Col 32 PIC X(10) FROM Frs-DateEffet.
           10 line 15 Col 4 VALUE
               "[N]ouveau bareme - [M]odifier - [S]upprimer - Entree :".
           10 line 15 Col 60 PIC X FROM FRS-ACTION.

      * Saisie d'un bareme : montants en centimes, comme partout ; un
      * plafond a zero laisse s'appliquer le plafond reglementaire.
       01 MenuFraisSaisie Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 27 VALUE "SAISIE D'UN BAREME DE FRAIS".
           10 line 6 Col 4  VALUE "Type de compte :".
           10 line 6 Col 22 PIC X(2) FROM Frs-TypeCompte.
           10 line 8 Col 4  VALUE "Tenue de compte par mois (centimes) :".
           10 line 8 Col 42 PIC 9(7) FROM FRS-TENUE-CENTIMES.
           10 line 9 Col 4  VALUE "Commission d'intervention (centimes):".
           10 line 9 Col 42 PIC 9(7) FROM FRS-INTERV-CENTIMES.
           10 line 10 Col 4 VALUE "Virement SEPA emis (centimes)       :".
           10 line 10 Col 42 PIC 9(7) FROM FRS-VIR-CENTIMES.
           10 line 11 Col 4 VALUE "Plafond mensuel interv. (centimes)  :".
           10 line 11 Col 42 PIC 9(7) FROM FRS-PLAFOND-CENTIMES.
           10 line 12 Col 4 VALUE "Date d'effet (AAAA-MM-JJ)           :".
           10 line 12 Col 42 PIC X(10) FROM Frs-DateEffet.

       01 MenuFraisConfirmSuppr.
           10 line 17 Col 4 VALUE "Confirmer la suppression (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
      * Ecrans du calendrier des jours fermes
      * (opt. 27)
      ****************************************
       01 MenuCalendrierRecherche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 27 VALUE "CALENDRIER DES JOURS FERMES".
           10 line 5 Col 4  VALUE
               "(Entree seule = retour au menu ; annee AAAA seule = generation".
           10 line 6 Col 5  VALUE
               "des jours feries et des fermetures TARGET2 de l'annee)".
           10 line 8 Col 4  VALUE "Date (AAAA-MM-JJ) ou annee :".
           10 line 8 Col 33 PIC X(10) FROM CAL-SAISIE.

       01 MenuCalendrierInconnu.
           10 line 10 Col 4 VALUE
               "Jour absent du calendrier - [C]reer un jour ferme ou Entree :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 10 Col 66 FROM CAL-CONFIRM
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuCalendrierGenerer.
           10 line 10 Col 4 VALUE
               "Generer les jours fermes de l'annee (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 10 Col 48 FROM CAL-CONFIRM
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuCalendrierGenere.
           10 line 12 Col 4 VALUE "Jours ajoutes au calendrier :".
           10 line 12 Col 34 PIC ZZ9 FROM CAL-AJOUTES.
           10 line 14 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au calendrier".

       01 MenuCalendrierFiche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 32 VALUE "FICHE JOUR FERME".
           10 line 6 Col 4  VALUE "Date         :".
           10 line 6 Col 20 PIC X(10) FROM Cal-Date.
           10 line 7 Col 4  VALUE "Libelle      :".
           10 line 7 Col 20 PIC X(50) FROM Cal-Libelle.
           10 line 8 Col 4  VALUE "Nature       :".
           10 line 8 Col 20 PIC X(1) FROM Cal-Nature.
           10 line 8 Col 23 VALUE
               "([F]erie, [T]ARGET2 ferme, [A] les deux)".
           10 line 15 Col 4 VALUE
               "[M]odifier - [S]upprimer - Entree pour revenir au menu :".
           10 line 15 Col 61 PIC X FROM CAL-ACTION.

       01 MenuCalendrierSaisie Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 30 VALUE "SAISIE D'UN JOUR FERME".
           10 line 6 Col 4  VALUE "Date                  :".
           10 line 6 Col 28 PIC X(10) FROM Cal-Date.
           10 line 7 Col 4  VALUE "Libelle               :".
           10 line 7 Col 28 PIC X(50) FROM Cal-Libelle.
           10 line 8 Col 4  VALUE "Nature [F/T/A]        :".
           10 line 8 Col 28 PIC X(1) FROM Cal-Nature.

       01 MenuCalendrierConfirmSuppr.
           10 line 17 Col 4 VALUE "Confirmer la suppression (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuCalendrierDateInvalide.
           10 line 24 Col 1 VALUE
               "Date invalide (AAAA-MM-JJ ou AAAA) - Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
      * Ecrans des blocages de comptes (opt. 28)
      ****************************************
       01 MenuBlocageChoix Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 30 VALUE "BLOCAGES DE COMPTES".
           10 line 6 Col 4  VALUE
               "[G]estion du registre - [E]tat des comptes bloques - Entree :".
           10 line 6 Col 67 PIC X FROM BLQ-CHOIX.

       01 MenuBlocageRecherche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 25 VALUE "REGISTRE DES BLOCAGES DE COMPTES".
           10 line 5 Col 4  VALUE
               "(Entree seule sur la banque = retour ; debut vide = ce jour)".
           10 line 7 Col 4  VALUE "Banque        :".
           10 line 7 Col 20 PIC X(5) FROM Blq-CodeBanque.
           10 line 8 Col 4  VALUE "Guichet       :".
           10 line 8 Col 20 PIC X(5) FROM Blq-CodeGuichet.
           10 line 9 Col 4  VALUE "Racine        :".
           10 line 9 Col 20 PIC X(9) FROM Blq-RacineCompte.
           10 line 10 Col 4 VALUE "Type          :".
           10 line 10 Col 20 PIC X(2) FROM Blq-TypeCompte.
           10 line 11 Col 4 VALUE "Date de debut :".
           10 line 11 Col 20 PIC X(10) FROM Blq-DateDebut.

       01 MenuBlocageInconnu.
           10 line 13 Col 4 VALUE
               "Aucun blocage a cette date sur ce compte - [C]reer ou Entree :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 13 Col 68 FROM BLQ-CONFIRM
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuBlocageFiche Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 31 VALUE "FICHE BLOCAGE".
           10 line 6 Col 4  VALUE "Compte        :".
           10 line 6 Col 20 PIC X(5) FROM Blq-CodeBanque.
           10 line 6 Col 26 PIC X(5) FROM Blq-CodeGuichet.
           10 line 6 Col 32 PIC X(9) FROM Blq-RacineCompte.
           10 line 6 Col 42 PIC X(2) FROM Blq-TypeCompte.
           10 line 7 Col 4  VALUE "Debut         :".
           10 line 7 Col 20 PIC X(10) FROM Blq-DateDebut.
           10 line 8 Col 4  VALUE "Type          :".
           10 line 8 Col 20 PIC X(1) FROM Blq-TypeBlocage.
           10 line 8 Col 23 VALUE "([D]ebits seuls, [T]ous mouvements)".
           10 line 9 Col 4  VALUE "Motif         :".
           10 line 9 Col 20 PIC X(50) FROM Blq-Motif.
           10 line 10 Col 4 VALUE "Fin           :".
           10 line 10 Col 20 PIC X(10) FROM Blq-DateFin.
           10 line 11 Col 4 VALUE "Montant saisi :".
           10 line 11 Col 20 PIC Z(11)9V,99 FROM Blq-MontantSaisi.
           10 line 12 Col 4 VALUE "Pose par      :".
           10 line 12 Col 20 PIC X(10) FROM Blq-PosePar.
           10 line 13 Col 4 VALUE "Leve le       :".
           10 line 13 Col 20 PIC X(10) FROM Blq-DateLevee.
           10 line 13 Col 32 VALUE "par".
           10 line 13 Col 36 PIC X(10) FROM Blq-LevePar.
           10 line 15 Col 4 VALUE
               "[L]ever - [M]odifier - [S]upprimer - Entree :".
           10 line 15 Col 51 PIC X FROM BLQ-ACTION.

      * Saisie d'un blocage, a la creation comme a la modification :
      * le montant saisi (centimes) ne vaut que pour un blocage des
      * debits, et une fin vide laisse courir le blocage jusqu'a sa
      * levee.
       01 MenuBlocageSaisie Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 28 VALUE "SAISIE D'UN BLOCAGE".
           10 line 5 Col 4  VALUE "Compte                :".
           10 line 5 Col 28 PIC X(5) FROM Blq-CodeBanque.
           10 line 5 Col 34 PIC X(5) FROM Blq-CodeGuichet.
           10 line 5 Col 40 PIC X(9) FROM Blq-RacineCompte.
           10 line 5 Col 50 PIC X(2) FROM Blq-TypeCompte.
           10 line 6 Col 4  VALUE "Debut                 :".
           10 line 6 Col 28 PIC X(10) FROM Blq-DateDebut.
           10 line 8 Col 4  VALUE "[D]ebits / [T]ous     :".
           10 line 8 Col 28 PIC X(1) FROM Blq-TypeBlocage.
           10 line 9 Col 4  VALUE "Motif                 :".
           10 line 9 Col 28 PIC X(50) FROM Blq-Motif.
           10 line 10 Col 4 VALUE "Fin (AAAA-MM-JJ)      :".
           10 line 10 Col 28 PIC X(10) FROM Blq-DateFin.
           10 line 11 Col 4 VALUE "Montant saisi (cent.) :".
           10 line 11 Col 28 PIC 9(14) FROM BLQ-SAISI-CENTIMES.

       01 MenuBlocageInvalide.
           10 line 24 Col 1 VALUE "Blocage refuse :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 18 PIC X(45) FROM BLQ-MOTIF-REFUS
               Background-color COULEURTEXTE Foreground-color COULEURFOND.
           10 line 24 Col 64 VALUE "- Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuBlocageConfirmLevee.
           10 line 17 Col 4 VALUE "Confirmer la levee du blocage (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuBlocageConfirmSuppr.
           10 line 17 Col 4 VALUE "Confirmer la suppression (O/N) :"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuBlocageEtatFait.
           10 line 8 Col 4 VALUE "Blocages actifs a l'etat :".
           10 line 8 Col 31 PIC ZZZZZZ9 FROM BLQ-ACTIFS.
           10 line 10 Col 4 VALUE
               "- Etat ComptesBloques.txt edite - Appuyez sur Entree".

      ****************************************
      * Ecrans de la position d'un client
      * (fiche client et liste des comptes)
      ****************************************
       01 MenuPosSaisie Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 29 VALUE "POSITION DU CLIENT".
           10 line 6 Col 4  VALUE "Code banque  :".
           10 line 6 Col 20 PIC X(5) FROM CodeBanque of COMPTE.
           10 line 7 Col 4  VALUE "Code guichet :".
           10 line 7 Col 20 PIC X(5) FROM CodeGuichet of COMPTE.
           10 line 8 Col 4  VALUE "Racine       :".
           10 line 8 Col 20 PIC X(9) FROM RacineCompte of COMPTE.
           10 line 9 Col 4  VALUE "Type         :".
           10 line 9 Col 20 PIC X(2) FROM TypeCompte of COMPTE.

       01 MenuPosIntrouvable.
           10 line 11 Col 4 VALUE
               "Compte ou client introuvable - Appuyez sur Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

       01 MenuPosEntete Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 29 VALUE "POSITION DU CLIENT".
           10 line 4 Col 4  VALUE "Client :".
           10 line 4 Col 13 PIC X(36) FROM CodeClient of CLIENT.
           10 line 5 Col 4  PIC X(10) FROM Intitule of CLIENT.
           10 line 5 Col 15 PIC X(30) FROM Prenom of CLIENT.
           10 line 5 Col 46 PIC X(34) FROM Nom of CLIENT.

       01 MenuPosLigne.
           10 line Numeroligne col 1 PIC X(80) FROM POS-LIGNE.

       01 MenuPosFin.
           10 line 24 Col 1 VALUE
               "Fiche PositionClient editee - Appuyez sur Entree"
               Background-color COULEURTEXTE Foreground-color COULEURFOND.

      ****************************************
      * Ecran du bilan du controle des soldes (opt. 29)
      ****************************************
       01 MenuSoldesBilan Background-color COULEURFOND
           Foreground-color COULEURTEXTE.
           10 line 1 Col 1  BLANK SCREEN.
           10 line 3 Col 20 VALUE
               "BILAN DU CONTROLE DES SOLDES PAR LES MOUVEMENTS".
           10 line 6 Col 4  VALUE "Comptes controles      :".
           10 line 6 Col 29 PIC ZZZZZZ9 FROM SLD-COMPTES.
           10 line 7 Col 4  VALUE "Comptes en ecart       :".
           10 line 7 Col 29 PIC ZZZZZZ9 FROM SLD-ECARTS.
           10 line 8 Col 4  VALUE "Ecart net en euros     :".
           10 line 8 Col 29 PIC -(12)9V,99 FROM SLD-ECART-EUR.
           10 line 9 Col 4  VALUE "Groupes non concordants:".
           10 line 9 Col 29 PIC ZZZZ9 FROM SLD-PREUVE-ECARTS.
           10 line 10 Col 4 VALUE "Preuve globale         :".
           10 line 10 Col 29 PIC X(30) FROM SLD-PREUVE.
           10 line 11 Col 4 VALUE "Devises sans cours     :".
           10 line 11 Col 29 PIC ZZZZZZ9 FROM DEV-SANS-COURS.
           10 line 13 Col 4 VALUE
               "Etat edite -> ControleSoldes.txt".
           10 line 14 Col 4 VALUE
               "- Appuyez sur Entree pour revenir au menu".

       procedure division.

      ******************
               WHEN 20 PERFORM EXPORT-COMPTABLE
               WHEN 21 PERFORM ETAT-VARIATIONS
               WHEN 22 PERFORM GESTION-COURS
               WHEN 23 PERFORM OUVERTURE-COMPTE
               WHEN 24 PERFORM COMPTES-INACTIFS
               WHEN 25 PERFORM GESTION-MANDATS
               WHEN 26 PERFORM GESTION-FRAIS
               WHEN 27 PERFORM GESTION-CALENDRIER
               WHEN 28 PERFORM BLOCAGES-COMPTES
               WHEN 29 PERFORM CONTROLE-SOLDES
           END-EVALUATE
           END-IF.

      * Droits par profil : le superviseur peut tout ; la saisie peut
      * tout sauf les traitements qui ecrivent sur tous les comptes
      * (arrete, archivage avec purge, transfert des comptes inactifs)
      * et la gestion des operateurs ;
      * la consultation se limite aux listes et etats. Le retour au
      * menu appelant (0) reste ouvert a tous.
       MENU-HABILITATION.
                   MOVE 1 TO OPTION-AUTORISEE
               WHEN "S"
                   IF OPTION NOT = 12 AND OPTION NOT = 13
                       AND OPTION NOT = 19 AND OPTION NOT = 24
                       MOVE 1 TO OPTION-AUTORISEE
                   END-IF
               WHEN OTHER
                   EVALUATE OPTION
                       WHEN 0 WHEN 2 WHEN 3 WHEN 6 WHEN 15 WHEN 21
                       WHEN 29
                           MOVE 1 TO OPTION-AUTORISEE
                       WHEN OTHER CONTINUE
                   END-EVALUATE
      * par une lecture avant de rendre la main.
           PERFORM SQL-COMMIT.
           CLOSE AUDIT-FICHIER.
      * Le code retour de la chaine est pose en dernier : les appels
      * SQL ci-dessus passent par le runtime, qui ecrase RETURN-CODE.
           IF BATCH-ACTIF-OUI
               MOVE BATCH-CODE-RETOUR TO RETURN-CODE
           END-IF.
           STOP run.

      ******************************************************
                   INTO EnrBatchRapport
               END-STRING
               WRITE EnrBatchRapport
               PERFORM BATCH-ETAPE-AVERTIR
           ELSE
               DISPLAY MenuErreurSql
               ACCEPT SQL-ERREUR-PAUSE LINE 24 Col 70
               END-IF
           END-IF.

      * Le solde repris du fichier entre au grand livre comme tout
      * autre : un mouvement d'ouverture par colonne non nulle, date du
      * jour de l'import (reporte au jour ouvre suivant si l'import
      * tourne un jour ferme), pour que les soldes du compte restent
      * egaux a la somme de ses mouvements.
           IF TRT-SQL-ECHEC = 0 AND Debit of COMPTE > 0
               MOVE "D" TO SLD-OUV-SENS
               MOVE Debit of COMPTE TO SLD-OUV-MONTANT
               PERFORM TrtLigne-Solde-Ouverture
           END-IF.
           IF TRT-SQL-ECHEC = 0 AND Credit of COMPTE > 0
               MOVE "C" TO SLD-OUV-SENS
               MOVE Credit of COMPTE TO SLD-OUV-MONTANT
               PERFORM TrtLigne-Solde-Ouverture
           END-IF.

      * L'ouverture est notee pour la declaration FICOBA dans la meme
      * unite : un compte insere est toujours declare.
           IF TRT-SQL-ECHEC = 0
               PERFORM DATE-JOUR-ISO-CALCUL
               MOVE "O" TO FCB-TYPE-EVT
               MOVE DATE-JOUR-ISO TO FCB-DATE-EVT
               PERFORM FICOBA-EVENEMENT-ECRIRE
               IF SQLCODE NOT = 0
                   PERFORM TrtLigne-Insertion-Echec
               END-IF
           END-IF.

           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
           END-IF.

       TrtLigne-Solde-Ouverture.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE DATE-JOUR-ISO TO CAL-DATE-CALC.
           MOVE "S" TO CAL-SENS.
           PERFORM CALENDRIER-JOUR-OUVRE.
           exec sql
               INSERT INTO MOUVEMENT
                   ([CodeBanque]
                   ,[CodeGuichet]
                   ,[RacineCompte]
                   ,[TypeCompte]
                   ,[SensMouvement]
                   ,[Montant]
                   ,[DateValeur]
                   ,[Libelle]
                   ,[Devise])
               VALUES
                   (:Compte.CodeBanque
                   ,:Compte.CodeGuichet
                   ,:Compte.RacineCompte
                   ,:Compte.TypeCompte
                   ,:SLD-OUV-SENS
                   ,:SLD-OUV-MONTANT
                   ,:CAL-DATE-CALC
                   ,:SLD-LIBELLE-OUVERTURE
                   ,:Compte.Devise)
           end-exec.
           IF SQLCODE NOT = 0
               PERFORM TrtLigne-Insertion-Echec
           END-IF.

      * Capture du code SQL au moment de l'echec, puis annulation de
      * toute l'unite : ni client ni compte a moitie inseres.
       TrtLigne-Insertion-Echec.
           PERFORM LISTE-CPT-ACTION-QUESTION
               UNTIL OPTION-BQ NOT = "C" AND OPTION-BQ NOT = "c"
                   AND OPTION-BQ NOT = "D" AND OPTION-BQ NOT = "d"
                   AND OPTION-BQ NOT = "V" AND OPTION-BQ NOT = "v"
                   AND OPTION-BQ NOT = "P" AND OPTION-BQ NOT = "p".

       LISTE-CPT-ACTION-QUESTION.
           MOVE SPACE TO OPTION-BQ.
           DISPLAY MenuCptFinQuestion.
           ACCEPT OPTION-BQ LINE 24 Col 64.
      * Les actions de la liste ecrivent sur les comptes (cloture,
      * plafond, contre-passation) : elles sont reservees aux profils
      * saisie et superviseur, la liste elle-meme restant consultable
                       DISPLAY MenuOptionRefusee
                       ACCEPT OPR-CONFIRM LINE 24 Col 1
                   END-IF
      * La position du client ne fait que lire : ouverte a tous.
               WHEN "P" WHEN "p" PERFORM POSITION-CLIENT-COMPTE
               WHEN OTHER CONTINUE
           END-EVALUATE.

               DISPLAY MenuClotureIntrouvable
               ACCEPT CLO-CONFIRM LINE 24 Col 1
           END-IF.
      * Cloture posee : elle est notee a sa date pour la declaration
      * FICOBA, dans la meme unite de travail.
           IF SQLCODE = 0
               MOVE "C" TO FCB-TYPE-EVT
               MOVE CLO-DATE TO FCB-DATE-EVT
               PERFORM FICOBA-EVENEMENT-ECRIRE
           END-IF.
           PERFORM SQL-VALIDER-UNITE.

      * Saisie du plafond de decouvert propre a un compte : le plafond
               DISPLAY MenuClotureIntrouvable
               ACCEPT EXT-CONFIRM LINE 24 Col 1
           ELSE
      * Un compte bloque n'accepte pas plus la contre-passation qu'un
      * autre mouvement : l'extourne d'un credit est un debit.
               IF Ext-SensMouvement = "D"
                   MOVE "C" TO SensMouvement of MVT
               ELSE
                   MOVE "D" TO SensMouvement of MVT
               END-IF
               MOVE Ext-Montant TO BLQ-MONTANT
               PERFORM TrtMvt-Verif-Blocage
               IF MVT-BLOQUE = 1
                   DISPLAY MenuMvtExtourneBloque
                   ACCEPT EXT-CONFIRM LINE 24 Col 70
               ELSE
                   PERFORM EXTOURNE-POSTER-ECRITURES
               END-IF
           END-IF.

       EXTOURNE-POSTER-ECRITURES.
           END-IF.
           MOVE Ext-Montant TO Montant of MVT.
           MOVE Ext-Devise TO Devise of MVT.
      * Une extourne saisie un jour ferme prend la valeur du jour ouvre
      * suivant, comme un virement.
           MOVE DATE-JOUR-ISO TO CAL-DATE-CALC.
           MOVE "S" TO CAL-SENS.
           PERFORM CALENDRIER-JOUR-OUVRE.
           MOVE CAL-DATE-CALC TO DateValeur of MVT.
      * Libelle d'extourne : EXTOURNE, la date de valeur d'origine et
      * le debut du libelle d'origine, le tout tenant dans 50.
           MOVE SPACES TO Libelle of MVT.
               INTO Libelle of MVT
           END-STRING.
           MOVE 0 TO TRT-SQL-ECHEC.
      * La contre-passation est une ecriture de la banque : elle ne
      * reactive pas un compte inactif.
           MOVE 1 TO MVT-ECRITURE-BANQUE.
           PERFORM TrtMvt-Posting-Ecritures.
           MOVE 0 TO MVT-ECRITURE-BANQUE.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
               PERFORM EXTOURNE-TRACE
      * On initialise un curseur, on l'ouvre, puis on affiche le début du menu.
      * ISNULL sur l'IBAN : il n'est renseigne qu'une fois l'option 14
      * passee, et un NULL ferait echouer le FETCH.
      * Le blocage le plus fort en vigueur ce jour est repris en
      * marge (T l'emporte sur D), pour que le guichet le voie avant
      * toute operation. La vue n'expose que l'enseigne : la banque
      * du blocage est retrouvee par elle.
           PERFORM DATE-JOUR-ISO-CALCUL.
           EXEC sql
             declare curseur-cpt cursor for
               SELECT [PrenomNom]
                   ,[TypeCompte]
                   ,[Solde]
                   ,ISNULL([Iban], '')
                   ,ISNULL((SELECT MAX(BLOCAGE.[TypeBlocage])
                       FROM BLOCAGE
                       WHERE BLOCAGE.[CodeBanque] IN
                           (SELECT BANQUE.[CodeBanque] FROM BANQUE
                           WHERE BANQUE.[Enseigne] = VueCompte.[Enseigne])
                       AND BLOCAGE.[CodeGuichet] = VueCompte.[CodeGuichet]
                       AND BLOCAGE.[RacineCompte]
                           = VueCompte.[RacineCompte]
                       AND BLOCAGE.[TypeCompte] = VueCompte.[TypeCompte]
                       AND BLOCAGE.[DateDebut] <= :DATE-JOUR-ISO
                       AND (BLOCAGE.[DateFin] IS NULL
                         OR BLOCAGE.[DateFin] >= :DATE-JOUR-ISO)
                       AND BLOCAGE.[DateLevee] IS NULL), ' ')
               FROM VueCompte
               WHERE [CodeGuichet] LIKE :Filtre.Filtre-Guichet
                 AND [PrenomNom] LIKE :Filtre.Filtre-Nom
               :CPT.RacineCompte,
               :CPT.TypeCompte,
               :CPT.Solde,
               :CPT.Iban,
               :CPT.Blocage
           end-exec.
           PERFORM LISTE-CPT-AFFICHAGE.

           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO GC-TROUVE
               PERFORM GESTION-CLIENTS-BLOCAGES
           END-IF.

      * Blocages en vigueur ce jour sur les comptes du client, affiches
      * sur sa fiche ; le detail est au registre de l'option 28.
       GESTION-CLIENTS-BLOCAGES.
           MOVE 0 TO GC-BLOCAGES.
           PERFORM DATE-JOUR-ISO-CALCUL.
           EXEC sql
             SELECT COUNT(*) INTO :GC-BLOCAGES
             FROM BLOCAGE
             INNER JOIN COMPTE
               ON COMPTE.[CodeBanque] = BLOCAGE.[CodeBanque]
               AND COMPTE.[CodeGuichet] = BLOCAGE.[CodeGuichet]
               AND COMPTE.[RacineCompte] = BLOCAGE.[RacineCompte]
               AND COMPTE.[TypeCompte] = BLOCAGE.[TypeCompte]
             WHERE COMPTE.[CodeClient] = :Client.CodeClient
             AND BLOCAGE.[DateDebut] <= :DATE-JOUR-ISO
             AND (BLOCAGE.[DateFin] IS NULL
               OR BLOCAGE.[DateFin] >= :DATE-JOUR-ISO)
             AND BLOCAGE.[DateLevee] IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO GC-BLOCAGES
               MOVE 0 TO SQLCODE
           END-IF.

       GESTION-CLIENTS-INTROUVABLE.
       GESTION-CLIENTS-FICHE.
           MOVE SPACE TO GC-ACTION.
           DISPLAY MenuClientFiche.
           ACCEPT GC-ACTION LINE 13 Col 67.
           EVALUATE GC-ACTION
               WHEN "M" WHEN "m" PERFORM GESTION-CLIENTS-MODIFIER
               WHEN "S" WHEN "s" PERFORM GESTION-CLIENTS-SUPPRIMER
               WHEN "P" WHEN "p" PERFORM POSITION-CLIENT
               WHEN OTHER CONTINUE
           END-EVALUATE.

           ACCEPT Intitule of CLIENT LINE 8 Col 20.
           ACCEPT Prenom of CLIENT LINE 9 Col 20.
           ACCEPT Nom of CLIENT LINE 10 Col 20.
      * Seul un titulaire reellement change est mis a jour (+100 si
      * rien n'a bouge) : il est alors declare a FICOBA sur chacun de
      * ses comptes ouverts, dans la meme unite de travail.
           EXEC sql
             UPDATE CLIENT SET
               [Intitule] = :Client.Intitule
               ,[Prenom] = :Client.Prenom
               ,[Nom] = :Client.Nom
             WHERE CodeClient = :Client.CodeClient
             AND (ISNULL([Intitule], '') <> :Client.Intitule
               OR ISNULL([Prenom], '') <> :Client.Prenom
               OR ISNULL([Nom], '') <> :Client.Nom)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM FICOBA-EVENEMENT-CLIENT
           END-IF.
           PERFORM SQL-VALIDER-UNITE.

      * On supprime d'abord les comptes rattachés au client (TrtLigne-
      * lui-même, pour ne pas laisser de compte orphelin ni échouer sur la
      * contrainte de clé étrangère. Les deux suppressions forment une
      * seule unite de travail : tout est annule si l'une echoue.
      * Les comptes encore ouverts disparaissent sans passer par la
      * cloture : leur evenement FICOBA de cloture est note d'abord,
      * dans la meme unite, tant que le client existe encore.
       GESTION-CLIENTS-SUPPRIMER.
           MOVE SPACE TO GC-CONFIRM.
           DISPLAY MenuClientConfirmSuppr.
           ACCEPT GC-CONFIRM LINE 15 Col 38.
           IF GC-CONFIRM = "O" OR GC-CONFIRM = "o"
               PERFORM FICOBA-EVENEMENT-SUPPRESSION
               IF SQLCODE >= 0
                   EXEC sql
                     DELETE FROM COMPTE
                     WHERE CodeClient = :Client.CodeClient
                   END-EXEC
               END-IF
               IF SQLCODE >= 0
                   EXEC sql
                     DELETE FROM CLIENT
           MOVE 0 TO MVT-ECHECS-SQL.
           MOVE 0 TO MVT-REJETS-DECOUVERT.
           MOVE 0 TO MVT-REJETS-DEVISE.
           MOVE 0 TO MVT-REJETS-BLOCAGE.
           OPEN INPUT MOUVEMENT-FICHIER.
      * Premiere lecture : l'entete de remise, deja exploitee par la
      * passe de controle.
                   END-IF
               END-IF
               IF COMPTE-EXISTE = 1 AND MVT-DEVISE-KO = 0
                   PERFORM TrtMvt-Controle-Blocage
               END-IF
               IF COMPTE-EXISTE = 1 AND MVT-DEVISE-KO = 0
                   AND MVT-BLOQUE = 1
      * Compte bloque (opposition, saisie, succession) : rejete et
      * compte a part, sans commission d'intervention.
                   ADD 1 TO MVT-REJETS-BLOCAGE
               END-IF
               IF COMPTE-EXISTE = 1 AND MVT-DEVISE-KO = 0
                   AND MVT-BLOQUE = 0
                   PERFORM TrtMvt-Controle-Decouvert
               END-IF
               IF COMPTE-EXISTE = 1 AND MVT-DEVISE-KO = 0
                   AND MVT-BLOQUE = 0 AND MVT-DEPASSEMENT = 1
      * Debit au-dela du decouvert autorise : rejete et compte a part
      * des rejets fonctionnels ; la commission d'intervention est
      * notee pour l'etape FRAIS.
                   ADD 1 TO MVT-REJETS-DECOUVERT
                   PERFORM FRAIS-EVENEMENT-REFUS
               END-IF
               IF COMPTE-EXISTE = 1 AND MVT-DEVISE-KO = 0
                   AND MVT-BLOQUE = 0 AND MVT-DEPASSEMENT = 0
                   PERFORM TrtMvt-Posting
                   IF TRT-SQL-ECHEC = 1
      * Echec SQL : l'unite vient d'etre annulee ; on le signale
               ADD 1 TO MVT-REJETES
           END-IF.

      * Le blocage est controle sur le montant du fichier, encore en
      * centimes a ce stade.
       TrtMvt-Controle-Blocage.
           COMPUTE BLQ-MONTANT = Montant of MVT / 100.
           PERFORM TrtMvt-Verif-Blocage.

      * Le controle du decouvert ne concerne que les debits ; le
      * montant du fichier est encore en centimes a ce stade.
       TrtMvt-Controle-Decouvert.
           end-exec.
           IF SQLCODE = 0
               MOVE 1 TO COMPTE-EXISTE
               PERFORM TrtMvt-Lire-Blocage
           ELSE
               MOVE 0 TO SQLCODE
               MOVE SPACE TO COMPTE-BLOCAGE
               MOVE 0 TO COMPTE-MONTANT-SAISI
           END-IF.

      * Blocages actifs du compte ce jour (registre de l'option 28) :
      * commences, pas encore echus ni leves. Un blocage de tous
      * mouvements l'emporte sur un blocage des debits, lui-meme plus
      * fort qu'une saisie. Faute de lecture, le compte passe libre
      * plutot que d'arreter la chaine.
       TrtMvt-Lire-Blocage.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE SPACE TO COMPTE-BLOCAGE.
           MOVE 0 TO COMPTE-MONTANT-SAISI.
           MOVE 0 TO BLQ-NB-TOUS.
           MOVE 0 TO BLQ-NB-DEBITS.
           exec sql
               SELECT ISNULL(SUM(CASE WHEN [TypeBlocage] = 'T'
                   THEN 1 ELSE 0 END), 0)
               ,ISNULL(SUM(CASE WHEN [TypeBlocage] = 'D'
                   AND [MontantSaisi] = 0 THEN 1 ELSE 0 END), 0)
               ,ISNULL(SUM(CASE WHEN [TypeBlocage] = 'D'
                   THEN [MontantSaisi] ELSE 0 END), 0)
               INTO :BLQ-NB-TOUS, :BLQ-NB-DEBITS, :COMPTE-MONTANT-SAISI
               FROM BLOCAGE
               WHERE CodeBanque = :Mvt.CodeBanque
               AND CodeGuichet = :Mvt.CodeGuichet
               AND RacineCompte = :Mvt.RacineCompte
               AND TypeCompte = :Mvt.TypeCompte
               AND [DateDebut] <= :DATE-JOUR-ISO
               AND ([DateFin] IS NULL OR [DateFin] >= :DATE-JOUR-ISO)
               AND [DateLevee] IS NULL
           end-exec.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE 0 TO COMPTE-MONTANT-SAISI
           ELSE
               IF BLQ-NB-TOUS > 0
                   MOVE "T" TO COMPTE-BLOCAGE
               ELSE
                   IF BLQ-NB-DEBITS > 0
                       MOVE "D" TO COMPTE-BLOCAGE
                   ELSE
                       IF COMPTE-MONTANT-SAISI > 0
                           MOVE "S" TO COMPTE-BLOCAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Controle d'un mouvement contre le blocage lu par la
      * verification du compte : tout est refuse sous un blocage de
      * tous mouvements, les debits sous un blocage des debits ; sous
      * une saisie, le debit (BLQ-MONTANT, devise du compte) n'est
      * refuse que s'il entame le montant saisi.
       TrtMvt-Verif-Blocage.
           MOVE 0 TO MVT-BLOQUE.
           EVALUATE COMPTE-BLOCAGE
               WHEN "T"
                   MOVE 1 TO MVT-BLOQUE
               WHEN "D"
                   IF SensMouvement of MVT = "D"
                       MOVE 1 TO MVT-BLOQUE
                   END-IF
               WHEN "S"
                   IF SensMouvement of MVT = "D"
                       PERFORM TrtMvt-Verif-Saisie
                   END-IF
               WHEN OTHER CONTINUE
           END-EVALUATE.

       TrtMvt-Verif-Saisie.
           MOVE 0 TO Blq-SoldeDebiteur.
           MOVE 0 TO Blq-SoldeCrediteur.
           exec sql
               SELECT [SoldeDebiteur]
               ,[SoldeCrediteur]
               INTO :Blq-SoldeDebiteur, :Blq-SoldeCrediteur
               FROM COMPTE
               WHERE CodeBanque = :Mvt.CodeBanque
               AND CodeGuichet = :Mvt.CodeGuichet
               AND RacineCompte = :Mvt.RacineCompte
               AND TypeCompte = :Mvt.TypeCompte
           end-exec.
           IF SQLCODE = 0
               COMPUTE BLQ-SOLDE-NET = Blq-SoldeCrediteur
                   - Blq-SoldeDebiteur - BLQ-MONTANT
               IF BLQ-SOLDE-NET < COMPTE-MONTANT-SAISI
                   MOVE 1 TO MVT-BLOQUE
               END-IF
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.
               END-IF
           END-IF.

      * Un mouvement du client met fin a l'inactivite du compte (loi
      * Eckert) ; aucune ligne touchee n'est pas une erreur, le compte
      * n'etant en general pas inactif.
           IF TRT-SQL-ECHEC = 0 AND MVT-ECRITURE-BANQUE = 0
               exec sql
                   UPDATE COMPTE SET
                     [DateInactivite] = NULL
                     ,[DateAvisInactivite] = NULL
                   WHERE CodeBanque = :Mvt.CodeBanque
                   AND CodeGuichet = :Mvt.CodeGuichet
                   AND RacineCompte = :Mvt.RacineCompte
                   AND TypeCompte = :Mvt.TypeCompte
                   AND [DateInactivite] IS NOT NULL
               end-exec
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.

       TrtMvt-Posting-Echec.
           MOVE SQLCODE TO SQL-ERREUR-CODE-EDIT.
           MOVE 1 TO TRT-SQL-ECHEC.
               PERFORM DEDUP-FUSION-ECRITURES
           END-IF.

      * Les comptes ouverts qui changent de fiche sont d'abord notes
      * pour la declaration FICOBA, au nom de la fiche conservee : une
      * fois rattaches, rien ne les distinguerait plus des siens.
       DEDUP-FUSION-ECRITURES.
           PERFORM DATE-JOUR-ISO-CALCUL.
           EXEC sql
             INSERT INTO EVENEMENTFICOBA
                 ([CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,[TypeEvenement]
                 ,[DateEvenement]
                 ,[CodeClient]
                 ,[Intitule]
                 ,[Prenom]
                 ,[Nom])
             SELECT [CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,'M'
                 ,:DATE-JOUR-ISO
                 ,:Dedup-Survivant
                 ,:Dedup-Intitule
                 ,:Dedup-Prenom
                 ,:Dedup-Nom
             FROM COMPTE
             WHERE [DateCloture] IS NULL
             AND [CodeClient] IN
               (SELECT [CodeClient] FROM CLIENT
                WHERE [Intitule] = :Dedup-Intitule
                AND [Prenom] = :Dedup-Prenom
                AND [CodeClient] <> :Dedup-Survivant)
           END-EXEC.

           IF SQLCODE >= 0
               EXEC sql
                 UPDATE COMPTE SET [CodeClient] = :Dedup-Survivant
                 WHERE [CodeClient] IN
                   (SELECT [CodeClient] FROM CLIENT
                    WHERE [Intitule] = :Dedup-Intitule
                    AND [Prenom] = :Dedup-Prenom
                    AND [Nom] = :Dedup-Nom
                    AND [CodeClient] <> :Dedup-Survivant)
               END-EXEC
           END-IF.

           IF SQLCODE >= 0
               EXEC sql
                 DELETE FROM CLIENT
      * la ligne de commande (une par ligne : IMPORT;fichier,
      * MOUVEMENTS;fichier, CONTROLERIB, RECONCILIATION, ARRETE,
      * ARCHIVAGE, IBAN, RELEVE;periode, PERMANENTS, DECOUVERTS,
      * COMPTA, HISTORIQUE, VARIATIONS;dates;seuil, DORMANTS,
      * PRELEVEMENTS;fichier, FRAIS;periode, BLOCAGES, FICOBA,
      * CONTROLESOLDES) et
      * ecrit les compteurs de chaque etape dans le compte rendu
      * d'execution. Les ecrans interactifs des memes traitements
      * restent inchanges pour la journee.
      * Une etape peut declarer les etapes precedentes dont elle
      * depend (COMPTA/MOUVEMENTS;arg) : si l'une a echoue, elle est
      * sautee. Le statut de chaque etape est journalise sous la date
      * de traitement de la chaine : celle de la premiere ligne
      * DATE;AAAA-MM-JJ du fichier d'etapes, sinon la date du jour.
      * Relancee pour la meme date, meme apres minuit, la chaine repart
      * apres les etapes deja faites. Pour forcer le repassage d'une
      * etape, on retire sa ligne de cette date du journal de la
      * chaine.
      *************************************************************************
       BATCH-EXECUTION.
           OPEN INPUT BATCH-PARAM-FICHIER-FD.
           OPEN OUTPUT BATCH-RAPPORT-FICHIER.
           PERFORM BATCH-RAPPORT-ENTETE.
           PERFORM BATCH-JOUR-FERME-TESTER.
           MOVE DATE-JOUR-ISO TO BATCH-DATE-CHAINE.
           MOVE 0 TO BATCH-LIGNE.
           MOVE 0 TO BATCH-CODE-RETOUR.
           MOVE 0 TO FIN-BATCH-PARAM.
           PERFORM BATCH-CHAINE-DATER.
           IF BATCH-DATE-OK = 1
               IF BATCH-PREMIERE-ETAPE = 1
                   PERFORM BATCH-ETAPE-EXECUTER
               END-IF
               PERFORM BATCH-ETAPE-TRT UNTIL FIN-BATCH-PARAM = 1
           END-IF.
           PERFORM BATCH-RAPPORT-FIN.
           CLOSE BATCH-PARAM-FICHIER-FD.
           CLOSE BATCH-RAPPORT-FICHIER.

      * La premiere ligne du fichier d'etapes peut fixer la date de
      * traitement ; sinon c'est deja une etape, deroulee ensuite comme
      * les autres. Une date illisible arrete la chaine en echec : sous
      * une mauvaise date, le journal ferait tout repasser.
       BATCH-CHAINE-DATER.
           MOVE 1 TO BATCH-DATE-OK.
           MOVE 0 TO BATCH-PREMIERE-ETAPE.
           READ BATCH-PARAM-FICHIER-FD
               at end move 1 to FIN-BATCH-PARAM
               not at end
                   add 1 to BATCH-LIGNE
                   if EnrBatchParam(1:5) = "DATE;"
                       perform BATCH-CHAINE-DATE-LIRE
                   else
                       move 1 to BATCH-PREMIERE-ETAPE
                   end-if
           end-read.
           MOVE SPACES TO EnrBatchRapport.
           STRING "DATE DE TRAITEMENT " DELIMITED BY SIZE
               BATCH-DATE-CHAINE DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.
           IF BATCH-DATE-OK = 0
               MOVE SPACES TO EnrBatchRapport
               MOVE "  DATE DE TRAITEMENT ILLISIBLE - CHAINE ARRETEE"
                   TO EnrBatchRapport
               WRITE EnrBatchRapport
               MOVE 8 TO BATCH-CODE-RETOUR
           END-IF.

       BATCH-CHAINE-DATE-LIRE.
           MOVE EnrBatchParam(6:10) TO BATCH-DATE-CHAINE.
           IF BATCH-DATE-CHAINE(1:4) IS NOT NUMERIC
               OR BATCH-DATE-CHAINE(5:1) NOT = "-"
               OR BATCH-DATE-CHAINE(6:2) IS NOT NUMERIC
               OR BATCH-DATE-CHAINE(8:1) NOT = "-"
               OR BATCH-DATE-CHAINE(9:2) IS NOT NUMERIC
               MOVE 0 TO BATCH-DATE-OK
           END-IF.

       BATCH-RAPPORT-ENTETE.
           MOVE SPACES TO EnrBatchRapport.
           STRING "EXECUTION BATCH DU " DELIMITED BY SIZE
           END-STRING.
           WRITE EnrBatchRapport.

      * Un jour ferme (week-end ou calendrier de l'option 27), les
      * etapes qui postent sur les comptes sont sautees : rien ne doit
      * porter une date de valeur ou une echeance ce jour-la. Les etats
      * et exports tournent normalement.
       BATCH-JOUR-FERME-TESTER.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE DATE-JOUR-ISO TO CAL-DATE-CALC.
           PERFORM CALENDRIER-TESTER.
           MOVE CAL-FERME TO BATCH-JOUR-FERME.
           IF BATCH-JOUR-FERME = 1
               MOVE SPACES TO EnrBatchRapport
               MOVE "JOUR FERME - ETAPES DE POSTING SAUTEES"
                   TO EnrBatchRapport
               WRITE EnrBatchRapport
           END-IF.

       BATCH-ETAPE-TRT.
           READ BATCH-PARAM-FICHIER-FD
               at end move 1 to FIN-BATCH-PARAM
               not at end
                   add 1 to BATCH-LIGNE
                   perform BATCH-ETAPE-EXECUTER
           end-read.

      * Le numero de ligne dans le fichier d'etapes identifie l'etape
      * au journal : la meme etape peut figurer deux fois dans la
      * chaine (deux remises de mouvements, par exemple).
       BATCH-ETAPE-EXECUTER.
           MOVE SPACES TO BATCH-ETAPE-ZONE.
           MOVE SPACES TO BATCH-ETAPE.
           MOVE SPACES TO BATCH-ETAPE-ARG.
           MOVE SPACES TO BATCH-DEP1.
           MOVE SPACES TO BATCH-DEP2.
           MOVE SPACES TO BATCH-DEP3.
           UNSTRING EnrBatchParam DELIMITED ";" INTO
               BATCH-ETAPE-ZONE
               BATCH-ETAPE-ARG
           END-UNSTRING.
           UNSTRING BATCH-ETAPE-ZONE DELIMITED "/" INTO
               BATCH-ETAPE
               BATCH-DEP1
               BATCH-DEP2
               BATCH-DEP3
           END-UNSTRING.
      * Les lignes vides du fichier d'etapes sont ignorees sans trace.
           IF BATCH-ETAPE NOT = SPACES
               PERFORM BATCH-RAPPORT-ETAPE
               PERFORM BATCH-CHAINE-DEJA-FAITE
               IF CHJ-DEJA-FAITE = 1
                   PERFORM BATCH-ETAPE-DEJA-FAITE
               ELSE
                   PERFORM BATCH-ETAPE-DEROULER
               END-IF
           END-IF.

      * Chaque etape part OK ; le traitement lance la degrade en
      * avertissement ou en echec selon ses compteurs. Le statut est
      * journalise des la fin de l'etape.
       BATCH-ETAPE-DEROULER.
           MOVE "OK" TO BATCH-ETAPE-STATUT.
           MOVE SPACES TO BATCH-ETAPE-MOTIF.
           PERFORM BATCH-DEPENDANCES-TESTER.
           IF CHJ-DEP-BLOQUANTE = 1
               PERFORM BATCH-ETAPE-DEPENDANCE
           ELSE
               IF BATCH-ETAPE-POSTING AND BATCH-JOUR-FERME = 1
                   PERFORM BATCH-ETAPE-JOUR-FERME
               ELSE
                   PERFORM BATCH-ETAPE-LANCER
               END-IF
           END-IF.
           PERFORM BATCH-RAPPORT-STATUT.
           PERFORM BATCH-CHAINE-JOURNALISER.
           PERFORM BATCH-CODE-RETOUR-MAJ.

       BATCH-ETAPE-LANCER.
           EVALUATE BATCH-ETAPE
               WHEN "IMPORT" PERFORM BATCH-IMPORT
               WHEN "MOUVEMENTS" PERFORM BATCH-MOUVEMENTS
               WHEN "CONTROLERIB" PERFORM BATCH-CONTROLE-RIB
               WHEN "RECONCILIATION" PERFORM BATCH-RECONCILIATION
               WHEN "ARRETE" PERFORM BATCH-ARRETE
               WHEN "ARCHIVAGE" PERFORM BATCH-ARCHIVAGE
               WHEN "IBAN" PERFORM BATCH-IBAN
               WHEN "RELEVE" PERFORM BATCH-RELEVE
               WHEN "PERMANENTS" PERFORM BATCH-PERMANENTS
               WHEN "DECOUVERTS" PERFORM BATCH-DECOUVERTS
               WHEN "COMPTA" PERFORM BATCH-COMPTA
               WHEN "HISTORIQUE" PERFORM BATCH-HISTORIQUE
               WHEN "VARIATIONS" PERFORM BATCH-VARIATIONS
               WHEN "DORMANTS" PERFORM BATCH-DORMANTS
               WHEN "PRELEVEMENTS" PERFORM BATCH-PRELEVEMENTS
               WHEN "FRAIS" PERFORM BATCH-FRAIS
               WHEN "BLOCAGES" PERFORM BATCH-BLOCAGES
               WHEN "FICOBA" PERFORM BATCH-FICOBA
               WHEN "CONTROLESOLDES" PERFORM BATCH-CONTROLE-SOLDES
               WHEN OTHER PERFORM BATCH-ETAPE-INCONNUE
           END-EVALUATE.

       BATCH-RAPPORT-ETAPE.
           MOVE SPACES TO EnrBatchRapport.
           END-STRING.
           WRITE EnrBatchRapport.

      * Une etape inconnue est une faute de saisie du fichier
      * d'etapes : elle compte comme un echec, ses dependantes sautent.
       BATCH-ETAPE-INCONNUE.
           MOVE SPACES TO EnrBatchRapport.
           MOVE "  ETAPE INCONNUE - IGNOREE" TO EnrBatchRapport.
           WRITE EnrBatchRapport.
           MOVE "ECHEC" TO BATCH-ETAPE-STATUT.

      * Le saut d'un jour ferme est normal : il ne bloque pas les
      * etapes qui en dependent et n'alerte pas l'ordonnanceur.
       BATCH-ETAPE-JOUR-FERME.
           MOVE SPACES TO EnrBatchRapport.
           MOVE "  JOUR FERME - ETAPE NON EXECUTEE" TO EnrBatchRapport.
           WRITE EnrBatchRapport.
           MOVE "SAUTEE" TO BATCH-ETAPE-STATUT.
           MOVE "JOUR FERME" TO BATCH-ETAPE-MOTIF.

       BATCH-ETAPE-DEPENDANCE.
           MOVE SPACES TO EnrBatchRapport.
           IF CHJ-DEP-STATUT = SPACES
               STRING "  DEPENDANCE " DELIMITED BY SIZE
                   BATCH-DEP DELIMITED BY SPACE
                   " NON DEROULEE - ETAPE SAUTEE" DELIMITED BY SIZE
                   INTO EnrBatchRapport
               END-STRING
           ELSE
               STRING "  DEPENDANCE " DELIMITED BY SIZE
                   BATCH-DEP DELIMITED BY SPACE
                   " EN ECHEC - ETAPE SAUTEE" DELIMITED BY SIZE
                   INTO EnrBatchRapport
               END-STRING
           END-IF.
           WRITE EnrBatchRapport.
           MOVE "SAUTEE" TO BATCH-ETAPE-STATUT.
           MOVE "DEPENDANCE" TO BATCH-ETAPE-MOTIF.

      * Etape deja faite lors d'un passage precedent du meme jour :
      * rien n'est relance ni journalise, mais son statut d'alors
      * compte toujours dans le code retour de la chaine.
       BATCH-ETAPE-DEJA-FAITE.
           MOVE SPACES TO EnrBatchRapport.
           STRING "  DEJA FAITE CE JOUR (" DELIMITED BY SIZE
               CHJ-STATUT-PRECEDENT DELIMITED BY SPACE
               ") - NON RELANCEE" DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.
           MOVE CHJ-STATUT-PRECEDENT TO BATCH-ETAPE-STATUT.
           MOVE SPACES TO BATCH-ETAPE-MOTIF.
           PERFORM BATCH-CODE-RETOUR-MAJ.

      * Une anomalie ou un echec SQL en cours d'etape la fait passer
      * en avertissement, sans masquer un echec deja constate.
       BATCH-ETAPE-AVERTIR.
           IF BATCH-STATUT-OK
               MOVE "AVERTISSEMENT" TO BATCH-ETAPE-STATUT
           END-IF.

       BATCH-RAPPORT-STATUT.
           MOVE SPACES TO EnrBatchRapport.
           STRING "  STATUT : " DELIMITED BY SIZE
               BATCH-ETAPE-STATUT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               BATCH-ETAPE-MOTIF DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.

       BATCH-CODE-RETOUR-MAJ.
           IF BATCH-STATUT-ECHEC
               MOVE 8 TO BATCH-CODE-RETOUR
           END-IF.
           IF BATCH-STATUT-SAUTEE AND BATCH-ETAPE-MOTIF = "DEPENDANCE"
               MOVE 8 TO BATCH-CODE-RETOUR
           END-IF.
           IF BATCH-STATUT-AVERT AND BATCH-CODE-RETOUR < 4
               MOVE 4 TO BATCH-CODE-RETOUR
           END-IF.

       BATCH-RAPPORT-FIN.
           MOVE SPACES TO EnrBatchRapport.
           STRING "FIN DE CHAINE - CODE RETOUR " DELIMITED BY SIZE
               BATCH-CODE-RETOUR DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.

      * Le journal est relu en entier a chaque etape, comme le fichier
      * de reprise de l'import : en LINE SEQUENTIAL, la derniere ligne
      * lue pour une etape donne son statut le plus recent. L'ouverture
      * en EXTEND le cree au tout premier passage.
       BATCH-CHAINE-JOURNAL-OUVRIR.
           MOVE 0 TO CHJ-FIN.
           OPEN EXTEND CHAINE-JOURNAL-FICHIER.
           CLOSE CHAINE-JOURNAL-FICHIER.
           OPEN INPUT CHAINE-JOURNAL-FICHIER.

      * L'etape de cette ligne est deja faite si son dernier statut du
      * jour est OK ou AVERTISSEMENT, et si la ligne porte toujours la
      * meme etape (le fichier d'etapes a pu etre corrige entre-temps).
       BATCH-CHAINE-DEJA-FAITE.
           MOVE 0 TO CHJ-DEJA-FAITE.
           MOVE SPACES TO CHJ-STATUT-PRECEDENT.
           PERFORM BATCH-CHAINE-JOURNAL-OUVRIR.
           PERFORM BATCH-CHAINE-DEJA-LIGNE UNTIL CHJ-FIN = 1.
           CLOSE CHAINE-JOURNAL-FICHIER.
           IF CHJ-STATUT-PRECEDENT = "OK"
               OR CHJ-STATUT-PRECEDENT = "AVERTISSEMENT"
               MOVE 1 TO CHJ-DEJA-FAITE
           END-IF.

       BATCH-CHAINE-DEJA-LIGNE.
           READ CHAINE-JOURNAL-FICHIER
               AT END MOVE 1 TO CHJ-FIN
               NOT AT END
                   IF CHJ-DATE = BATCH-DATE-CHAINE
                       AND CHJ-LIGNE = BATCH-LIGNE
                       AND CHJ-ETAPE = BATCH-ETAPE
                       MOVE CHJ-STATUT TO CHJ-STATUT-PRECEDENT
                   END-IF
           END-READ.

      * Une dependance bloque l'etape si son dernier statut du jour,
      * sur une ligne precedente, est un echec ou un saut sur echec ;
      * de meme si elle n'a pas tourne du tout (nom mal saisi, ligne
      * absente), faute de quoi l'etape partirait sur des donnees
      * incompletes. Un saut de jour ferme ne bloque pas.
       BATCH-DEPENDANCES-TESTER.
           MOVE 0 TO CHJ-DEP-BLOQUANTE.
           IF BATCH-DEP1 NOT = SPACES
               MOVE BATCH-DEP1 TO BATCH-DEP
               PERFORM BATCH-DEPENDANCE-TESTER
           END-IF.
           IF BATCH-DEP2 NOT = SPACES AND CHJ-DEP-BLOQUANTE = 0
               MOVE BATCH-DEP2 TO BATCH-DEP
               PERFORM BATCH-DEPENDANCE-TESTER
           END-IF.
           IF BATCH-DEP3 NOT = SPACES AND CHJ-DEP-BLOQUANTE = 0
               MOVE BATCH-DEP3 TO BATCH-DEP
               PERFORM BATCH-DEPENDANCE-TESTER
           END-IF.

       BATCH-DEPENDANCE-TESTER.
           MOVE SPACES TO CHJ-DEP-STATUT.
           MOVE SPACES TO CHJ-DEP-MOTIF.
           PERFORM BATCH-CHAINE-JOURNAL-OUVRIR.
           PERFORM BATCH-DEPENDANCE-LIGNE UNTIL CHJ-FIN = 1.
           CLOSE CHAINE-JOURNAL-FICHIER.
           IF CHJ-DEP-STATUT = SPACES
               OR CHJ-DEP-STATUT = "ECHEC"
               MOVE 1 TO CHJ-DEP-BLOQUANTE
           END-IF.
           IF CHJ-DEP-STATUT = "SAUTEE"
               AND CHJ-DEP-MOTIF = "DEPENDANCE"
               MOVE 1 TO CHJ-DEP-BLOQUANTE
           END-IF.

       BATCH-DEPENDANCE-LIGNE.
           READ CHAINE-JOURNAL-FICHIER
               AT END MOVE 1 TO CHJ-FIN
               NOT AT END
                   IF CHJ-DATE = BATCH-DATE-CHAINE
                       AND CHJ-LIGNE < BATCH-LIGNE
                       AND CHJ-ETAPE = BATCH-DEP
                       MOVE CHJ-STATUT TO CHJ-DEP-STATUT
                       MOVE CHJ-MOTIF TO CHJ-DEP-MOTIF
                   END-IF
           END-READ.

      * Le journal est ouvert et referme pour chaque etape : si le
      * programme tombe en cours de chaine, les statuts des etapes
      * deja terminees sont sur disque pour la relance.
       BATCH-CHAINE-JOURNALISER.
           OPEN EXTEND CHAINE-JOURNAL-FICHIER.
           MOVE BATCH-DATE-CHAINE TO CHJ-DATE.
           MOVE BATCH-LIGNE TO CHJ-LIGNE.
           MOVE BATCH-ETAPE TO CHJ-ETAPE.
           MOVE BATCH-ETAPE-STATUT TO CHJ-STATUT.
           MOVE BATCH-ETAPE-MOTIF TO CHJ-MOTIF.
           ACCEPT CHJ-HEURE FROM TIME.
           WRITE EnrChaineJournal.
           CLOSE CHAINE-JOURNAL-FICHIER.

      * Une ligne de compteur du compte rendu : libelle puis valeur.
       BATCH-RAPPORT-COMPTEUR.
           MOVE "Doublons ignores" TO BATCH-LIBELLE.
           MOVE IMPORT-DOUBLONS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF IMPORT-REJETEES > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

       BATCH-MOUVEMENTS.
           IF BATCH-ETAPE-ARG NOT = SPACES
               MOVE BATCH-ETAPE-ARG TO MVT-NOM-FICHIER
           END-IF.
      * Meme controle d'ensemble qu'en interactif : une remise refusee
      * est signalee au compte rendu et rien n'est poste. C'est un
      * echec de la chaine : les etapes qui en dependent sont sautees.
           PERFORM MOUVEMENTS-CONTROLE.
           IF MVT-CTRL-OK = 0
               PERFORM MOUVEMENTS-REFUS
               MOVE "ECHEC" TO BATCH-ETAPE-STATUT
           ELSE
               PERFORM BATCH-MOUVEMENTS-POSTER
           END-IF.
           MOVE "Rejets devise" TO BATCH-LIBELLE.
           MOVE MVT-REJETS-DEVISE TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Rejets blocage" TO BATCH-LIBELLE.
           MOVE MVT-REJETS-BLOCAGE TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF MVT-REJETES > 0 OR MVT-ECHECS-SQL > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Le controle RIB batch compte les anomalies sans les afficher ;
      * le mode correction, interactif par nature, reste debraye.
           MOVE "Anomalies RIB" TO BATCH-LIBELLE.
           MOVE RIB-ANOMALIES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF RIB-ANOMALIES > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * L'arrete batch reutilise le traitement de l'option 12, dont le
      * bilan ecran est debraye ; l'etat imprimable est produit dans
           MOVE "Devises sans cours" TO BATCH-LIBELLE.
           MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Comptes bloques" TO BATCH-LIBELLE.
           MOVE ARR-BLOQUES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF ARR-SANS-BAREME > 0 OR ARR-ECHECS > 0
               OR DEV-SANS-COURS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Le calcul des IBAN et l'export SEPA, eux aussi sans ecran en
      * batch.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE IBAN-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF IBAN-ANOMALIES > 0 OR IBAN-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Etat quotidien des comptes deja en depassement de leur
      * decouvert autorise : banque, guichet, compte, plafond et
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.
           IF DEV-SANS-COURS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Photographie de fin de journee des totaux de COMPTE, par
      * banque et par type (les regroupements de la reconciliation),
      * Purge et photographies dans la meme unite de travail : la
      * journee est historisee entierement, ou pas du tout.
           PERFORM SQL-VALIDER-UNITE.
      * Une journee non historisee fausse l'etat des variations du
      * lendemain : c'est un echec, pas un simple avertissement.
           IF TRT-SQL-ECHEC = 1
               MOVE "ECHEC" TO BATCH-ETAPE-STATUT
           END-IF.
           MOVE 0 TO HIS-LIGNES.
           EXEC sql
             SELECT COUNT(*) INTO :HIS-LIGNES
      * centimes. La ligne d'etape est redecoupee ici, l'argument
      * standard ne portant que le premier champ.
       BATCH-VARIATIONS.
           MOVE SPACES TO BATCH-ETAPE-ZONE.
           MOVE SPACES TO VAR-DATE1.
           MOVE SPACES TO VAR-DATE2.
           MOVE 0 TO VAR-SEUIL-CENTIMES.
           UNSTRING EnrBatchParam DELIMITED ";" INTO
               BATCH-ETAPE-ZONE
               VAR-DATE1
               VAR-DATE2
               VAR-SEUIL-CENTIMES
               MOVE SPACES TO EnrBatchRapport
               MOVE "  ETAPE SANS DATES - IGNOREE" TO EnrBatchRapport
               WRITE EnrBatchRapport
               MOVE "ECHEC" TO BATCH-ETAPE-STATUT
           ELSE
               PERFORM VARIATIONS-EDITER
               MOVE "Ecarts signales" TO BATCH-LIBELLE
               MOVE "Devises sans cours" TO BATCH-LIBELLE
               MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT
               PERFORM BATCH-RAPPORT-COMPTEUR
               IF DEV-SANS-COURS > 0
                   PERFORM BATCH-ETAPE-AVERTIR
               END-IF
           END-IF.

      * Les comptes inactifs batch : le traitement de l'option 24 sans
      * confirmation ni bilan ecran ; l'etat imprimable et le fichier
      * des transferts sont produits dans les deux modes.
       BATCH-DORMANTS.
           PERFORM COMPTES-INACTIFS.
           MOVE "Comptes reactives" TO BATCH-LIBELLE.
           MOVE DORM-REACTIVES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Nouveaux comptes inactifs" TO BATCH-LIBELLE.
           MOVE DORM-NOUVEAUX TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Comptes inactifs" TO BATCH-LIBELLE.
           MOVE DORM-INACTIFS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Sans date de reference" TO BATCH-LIBELLE.
           MOVE DORM-SANS-MVT TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Avis annuels a envoyer" TO BATCH-LIBELLE.
           MOVE DORM-AVIS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Transferes a la Caisse" TO BATCH-LIBELLE.
           MOVE DORM-TRANSFERES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Au terme, solde debiteur" TO BATCH-LIBELLE.
           MOVE DORM-DEBITEURS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Au terme, compte bloque" TO BATCH-LIBELLE.
           MOVE DORM-BLOQUES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE DORM-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF DORM-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Les prelevements SEPA recus : fichier passe en argument
      * (PRELEVEMENTS;fichier), sinon le dernier fichier connu. Pas
      * d'equivalent interactif : les prelevements arrivent la nuit.
      * Une remise sans entete ou deja traitee est refusee comme une
      * remise de mouvements : echec de l'etape, rien n'est debite.
       BATCH-PRELEVEMENTS.
           IF BATCH-ETAPE-ARG NOT = SPACES
               MOVE BATCH-ETAPE-ARG TO PRLV-NOM-FICHIER
           END-IF.
           PERFORM PRELEVEMENTS-INIT.
           IF PRLV-CTRL-OK = 0
               PERFORM PRELEVEMENTS-FIN
               PERFORM PRELEVEMENTS-REFUS
               MOVE "ECHEC" TO BATCH-ETAPE-STATUT
           ELSE
               PERFORM BATCH-PRELEVEMENTS-POSTER
           END-IF.

       BATCH-PRELEVEMENTS-POSTER.
           PERFORM PRELEVEMENTS-TRAITEMENT UNTIL FIN-PRLV-FICHIER = 1.
           PERFORM PRELEVEMENTS-FIN.
           PERFORM PRELEVEMENTS-REMISE-ENREGISTRER.
           MOVE "Prelevements lus" TO BATCH-LIBELLE.
           MOVE PRLV-LUS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Prelevements postes" TO BATCH-LIBELLE.
           MOVE PRLV-POSTES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Prelevements retournes" TO BATCH-LIBELLE.
           MOVE PRLV-RETOURNES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "dont sans mandat valide" TO BATCH-LIBELLE.
           MOVE PRLV-SANS-MANDAT TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "dont compte inconnu/clos" TO BATCH-LIBELLE.
           MOVE PRLV-COMPTE-KO TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "dont rejets decouvert" TO BATCH-LIBELLE.
           MOVE PRLV-REJETS-DECOUVERT TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "dont rejets devise" TO BATCH-LIBELLE.
           MOVE PRLV-REJETS-DEVISE TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "dont comptes bloques" TO BATCH-LIBELLE.
           MOVE PRLV-REJETS-BLOCAGE TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Deja postes (ignores)" TO BATCH-LIBELLE.
           MOVE PRLV-DEJA-POSTES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE PRLV-ECHECS-SQL TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF PRLV-ECHECS-SQL > 0 OR PRLV-DEJA-POSTES > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Les frais du mois : periode passee en argument (FRAIS;AAAA-MM)
      * ou, a defaut, le mois de la date systeme, comme les releves.
       BATCH-FRAIS.
           IF BATCH-ETAPE-ARG NOT = SPACES
               MOVE BATCH-ETAPE-ARG TO FRS-PERIODE
           ELSE
               MOVE SPACES TO FRS-PERIODE
           END-IF.
           PERFORM FRAIS-MENSUELS.
           MOVE "Comptes factures" TO BATCH-LIBELLE.
           MOVE FRS-COMPTES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Frais de tenue postes" TO BATCH-LIBELLE.
           MOVE FRS-TENUES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Commissions d'intervention" TO BATCH-LIBELLE.
           MOVE FRS-INTERVENTIONS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Comptes au plafond mensuel" TO BATCH-LIBELLE.
           MOVE FRS-PLAFONNES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Virements SEPA factures" TO BATCH-LIBELLE.
           MOVE FRS-VIREMENTS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Comptes bloques non factures" TO BATCH-LIBELLE.
           MOVE FRS-BLOQUES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE FRS-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF FRS-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Etat quotidien des comptes bloques, comme celui des
      * depassements de decouvert ; il ne poste rien et tourne donc
      * aussi un jour ferme.
       BATCH-BLOCAGES.
           PERFORM BLOCAGES-ETAT.
           MOVE "Blocages actifs" TO BATCH-LIBELLE.
           MOVE BLQ-ACTIFS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.

      * Declaration periodique des ouvertures, clotures et changements
      * de titulaire au fichier FICOBA. Elle ne poste rien et tourne
      * donc aussi un jour ferme ; pas d'equivalent interactif, le
      * fichier part avec la chaine de nuit.
       BATCH-FICOBA.
           PERFORM FICOBA-DECLARATION.
           MOVE "Evenements declares" TO BATCH-LIBELLE.
           MOVE FCB-DECLARES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Evenements non declarables" TO BATCH-LIBELLE.
           MOVE FCB-ANOMALIES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE FCB-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF FCB-ANOMALIES > 0 OR FCB-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Controle des soldes par les mouvements : il ne poste rien et
      * tourne aussi un jour ferme. Sa preuve globale lit la
      * photographie SOLDEHISTO du jour : a placer apres HISTORIQUE
      * (CONTROLESOLDES/HISTORIQUE). Tout ecart leve un avertissement.
       BATCH-CONTROLE-SOLDES.
           PERFORM CONTROLE-SOLDES-EDITER.
           MOVE "Comptes controles" TO BATCH-LIBELLE.
           MOVE SLD-COMPTES TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Comptes en ecart" TO BATCH-LIBELLE.
           MOVE SLD-ECARTS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Groupes non concordants" TO BATCH-LIBELLE.
           MOVE SLD-PREUVE-ECARTS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Devises sans cours" TO BATCH-LIBELLE.
           MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE SPACES TO EnrBatchRapport.
           STRING "  Preuve globale : " DELIMITED BY SIZE
               SLD-PREUVE DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.
           IF SLD-ECARTS > 0 OR SLD-PREUVE NOT = "CONCORDANTE"
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * Les ordres permanents arrives a echeance sont postes par les
      * par ordre. Un ordre tres en retard n'est execute qu'une fois
      * par nuit : son echeance recalee le represente la nuit suivante
      * s'il reste du retard a rattraper.
      * Une echeance tombant un jour ferme est reportee au jour ouvre
      * precedent ou suivant selon la regle de l'ordre : le curseur
      * lit donc les echeances de la semaine a venir, et seuls les
      * ordres dont la date reportee est atteinte partent. Une semaine
      * couvre largement les plus longs ponts (Paques, Noel).
       BATCH-PERMANENTS.
           MOVE 0 TO ORD-EXECUTES.
           MOVE 0 TO ORD-SANS-COMPTE.
           MOVE 0 TO ORD-ECHECS.
           MOVE 0 TO ORD-REJETS-DECOUVERT.
           MOVE 0 TO ORD-REJETS-BLOCAGE.
           MOVE 0 TO ORD-FIN-ECHUS.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE DATE-JOUR-ISO TO CAL-DATE-CALC.
           PERFORM CALENDRIER-JOUR-SUIVANT 7 TIMES.
           MOVE CAL-DATE-CALC TO ORD-HORIZON.
      * WITH HOLD : chaque ordre execute est valide pendant que le
      * curseur est ouvert.
           EXEC sql
               ,[Libelle]
               ,[Periodicite]
               ,[ProchaineEcheance]
               ,ISNULL([RegleJourFerme], 'S')
               ,ISNULL([JourEcheance], '')
               FROM ORDREPERMANENT
               WHERE [ProchaineEcheance] <= :ORD-HORIZON
               ORDER BY CodeBanque, CodeGuichet, RacineCompte,
                   TypeCompte
           END-EXEC.
           MOVE "Rejets decouvert" TO BATCH-LIBELLE.
           MOVE ORD-REJETS-DECOUVERT TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Rejets blocage" TO BATCH-LIBELLE.
           MOVE ORD-REJETS-BLOCAGE TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE ORD-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF ORD-SANS-COMPTE > 0 OR ORD-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

       BATCH-PERMANENTS-TRT.
           EXEC sql
               :Ord.Ord-RacineCompte, :Ord.Ord-TypeCompte,
               :Ord.Ord-SensMouvement, :Ord.Ord-Montant,
               :Ord.Ord-Libelle, :Ord.Ord-Periodicite,
               :Ord.Ord-Echeance, :Ord.Ord-RegleFerme,
               :Ord.Ord-JourEcheance
           END-EXEC.
           IF SQLCODE = 0
               PERFORM BATCH-PERMANENTS-REPORT
               MOVE CAL-DATE-CALC TO ORD-DATE-EXECUTION
               IF CAL-DATE-CALC <= DATE-JOUR-ISO
                   PERFORM BATCH-PERMANENTS-ORDRE
               END-IF
           ELSE
               MOVE 1 TO ORD-FIN-ECHUS
           END-IF.

      * Date d'execution de l'ordre : son echeance nominale reportee
      * sur un jour ouvre selon sa regle, dans CAL-DATE-CALC.
       BATCH-PERMANENTS-REPORT.
           MOVE Ord-Echeance TO CAL-DATE-CALC.
           IF Ord-RegleFerme = "P"
               MOVE "P" TO CAL-SENS
           ELSE
               MOVE "S" TO CAL-SENS
           END-IF.
           PERFORM CALENDRIER-JOUR-OUVRE.

      * Un ordre dont le compte a disparu ou est cloture est compte a
      * part et laisse en place : a purger depuis l'ecran de gestion.
       BATCH-PERMANENTS-ORDRE.
           ELSE
      * L'ordre est poste dans la devise du compte.
               MOVE COMPTE-DEVISE-LUE TO Devise of MVT
      * Sur un compte bloque, l'ordre reste echu sans etre execute : il
      * repart de lui-meme a la premiere nuit apres la levee.
               MOVE Montant of MVT TO BLQ-MONTANT
               PERFORM TrtMvt-Verif-Blocage
      * Un ordre de debit est soumis au decouvert autorise, comme un
      * mouvement du jour ; rejete, il reste echu et sera signale tant
      * que le compte n'est pas revenu dans les clous.
               MOVE 0 TO MVT-DEPASSEMENT
               IF SensMouvement of MVT = "D" AND MVT-BLOQUE = 0
                   MOVE Montant of MVT TO Dec-Montant
                   PERFORM TrtMvt-Verif-Decouvert
               END-IF
               IF MVT-BLOQUE = 1
                   ADD 1 TO ORD-REJETS-BLOCAGE
               ELSE
                   IF MVT-DEPASSEMENT = 1
                       ADD 1 TO ORD-REJETS-DECOUVERT
                       PERFORM BATCH-PERMANENTS-REFUS
                   ELSE
                       PERFORM BATCH-PERMANENTS-POSTER
                   END-IF
               END-IF
           END-IF.

      * L'ordre refuse reste echu et repasse chaque nuit : la
      * commission d'intervention n'est notee qu'une fois pour son
      * echeance, au premier refus. Le premier refus tombe au plus tot
      * a la date d'execution de l'echeance, qui precede l'echeance
      * nominale quand la regle avance au jour ouvre precedent.
       BATCH-PERMANENTS-REFUS.
           MOVE 0 TO ORD-REFUS-NOTES.
           EXEC sql
             SELECT COUNT(*) INTO :ORD-REFUS-NOTES
             FROM EVENEMENTFRAIS
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND [TypeFrais] = 'C'
             AND [Libelle] = :Mvt.Libelle
             AND [DateEvenement] >= :ORD-DATE-EXECUTION
           END-EXEC.
           IF SQLCODE = 0 AND ORD-REFUS-NOTES = 0
               PERFORM FRAIS-EVENEMENT-REFUS
           END-IF.

       BATCH-PERMANENTS-POSTER.
           MOVE 0 TO TRT-SQL-ECHEC.
           PERFORM TrtMvt-Posting-Ecritures.
           END-IF.

      * L'echeance avance d'un mois, d'un trimestre ou d'un an selon
      * la periodicite, sur le jour nominal de l'ordre ramene au
      * dernier jour du mois s'il le depasse (31 en avril, 29 ou 30 en
      * fevrier). Un ordre saisi avant le jour nominal le prend sur
      * son echeance.
       BATCH-PERMANENTS-ECHEANCE.
           MOVE 0 TO Ord-Ech-Annee.
           MOVE 0 TO Ord-Ech-Mois.
               SUBTRACT 12 FROM Ord-Ech-Mois
               ADD 1 TO Ord-Ech-Annee
           END-IF.
           IF Ord-JourEcheance = SPACES
               MOVE Ord-Ech-Jour TO Ord-JourEcheance
           END-IF.
           MOVE Ord-JourEcheance TO Ord-Ech-Jour.
           MOVE Ord-Ech-Annee TO Cal-Annee.
           MOVE Ord-Ech-Mois TO Cal-Mois.
           PERFORM CALENDRIER-LONGUEUR-MOIS.
           IF Ord-Ech-Jour > CAL-LONGUEUR-MOIS
               MOVE CAL-LONGUEUR-MOIS TO Ord-Ech-Jour
           END-IF.
           MOVE SPACES TO Ord-Echeance.
           STRING Ord-Ech-Annee DELIMITED BY SIZE
           EXEC sql
             UPDATE ORDREPERMANENT SET
               [ProchaineEcheance] = :Ord.Ord-Echeance
               ,[JourEcheance] = :Ord.Ord-JourEcheance
             WHERE CodeBanque = :Ord.Ord-CodeBanque
             AND CodeGuichet = :Ord.Ord-CodeGuichet
             AND RacineCompte = :Ord.Ord-RacineCompte
           MOVE "Echecs SQL" TO BATCH-LIBELLE.
           MOVE ARCH-ECHECS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF ARCH-ECHECS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

      * La reconciliation batch se limite aux totaux generaux : ce
      * sont eux que l'on verifie au matin. Les soldes sont cumules
           MOVE "Devises sans cours" TO BATCH-LIBELLE.
           MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT.
           PERFORM BATCH-RAPPORT-COMPTEUR.
           IF DEV-SANS-COURS > 0
               PERFORM BATCH-ETAPE-AVERTIR
           END-IF.

       BATCH-RECONCILIATION-TRT.
           EXEC sql
           MOVE 0 TO ARR-SANS-BAREME.
           MOVE 0 TO ARR-DEJA-FAITS.
           MOVE 0 TO ARR-ECHECS.
           MOVE 0 TO ARR-BLOQUES.
           MOVE 0 TO ARR-TOTAL-CREDIT.
           MOVE 0 TO ARR-TOTAL-DEBIT.
      * Date de valeur des interets : la date du jour, reportee au
      * jour ouvre suivant si l'arrete est lance un jour ferme depuis
      * le menu. Elle sert aussi a retrouver les mouvements du run pour
      * l'etat imprimable.
           MOVE SPACES TO Arr-DateValeur.
           STRING "20" DELIMITED BY SIZE
               ANNEE of DATE-SYSTEME DELIMITED BY SIZE
               JOUR of DATE-SYSTEME DELIMITED BY SIZE
               INTO Arr-DateValeur
           END-STRING.
           MOVE Arr-DateValeur TO CAL-DATE-CALC.
           MOVE "S" TO CAL-SENS.
           PERFORM CALENDRIER-JOUR-OUVRE.
           MOVE CAL-DATE-CALC TO Arr-DateValeur.
      * WITH HOLD : chaque compte arrete est valide pendant que le
      * curseur est ouvert.
           EXEC sql
               :Arr-SoldeCrediteur, :Arr-Devise
           END-EXEC.
           IF SQLCODE = 0
               PERFORM ARRETE-COMPTE-BLOCAGE
               IF COMPTE-BLOCAGE = "T"
                   ADD 1 TO ARR-BLOQUES
               ELSE
                   PERFORM ARRETE-COMPTE
               END-IF
           END-IF.

      * Un compte bloque pour tous mouvements (succession, gel) ne
      * recoit pas d'interets tant que le blocage court : il est
      * compte a part. Un blocage des debits ou une saisie laisse
      * passer l'arrete, ecriture de la banque.
       ARRETE-COMPTE-BLOCAGE.
           MOVE Arr-CodeBanque TO CodeBanque of MVT.
           MOVE Arr-CodeGuichet TO CodeGuichet of MVT.
           MOVE Arr-RacineCompte TO RacineCompte of MVT.
           MOVE Arr-TypeCompte TO TypeCompte of MVT.
           PERFORM TrtMvt-Lire-Blocage.

      * Le taux applicable est le plus recent dont la date d'effet est
      * anterieure ou egale a la date d'arrete ; sans bareme pour le
      * type, le compte est ignore et compte a part.
               ACCEPT VIR-CONFIRM LINE 21 Col 35
           END-IF.

      * Date de valeur du virement : la date du jour, reportee au jour
      * ouvre suivant si elle tombe un jour ferme. Elle date aussi
      * l'ordre SEPA sortant, qui ne peut partir un jour de fermeture
      * de TARGET2.
       VIREMENT-DATE-VALEUR.
           MOVE SPACES TO Vir-DateValeur.
           STRING "20" DELIMITED BY SIZE
               JOUR of DATE-SYSTEME DELIMITED BY SIZE
               INTO Vir-DateValeur
           END-STRING.
           MOVE Vir-DateValeur TO CAL-DATE-CALC.
           MOVE "S" TO CAL-SENS.
           PERFORM CALENDRIER-JOUR-OUVRE.
           MOVE CAL-DATE-CALC TO Vir-DateValeur.

      * Les zones MVT portent tour a tour chaque patte du virement :
      * les verifications et les ecritures des mouvements du jour
      * Virement interne : les deux comptes doivent exister et etre
      * ouverts avant de poster quoi que ce soit.
       VIREMENT-INTERNE.
           MOVE 0 TO MVT-BLOQUE.
           PERFORM VIREMENT-EMETTEUR-MVT.
           PERFORM TrtMvt-Verif-Compte.
           MOVE COMPTE-DEVISE-LUE TO VIR-DEVISE-EMETTEUR.
           IF COMPTE-EXISTE = 1
               MOVE "D" TO SensMouvement of MVT
               PERFORM VIREMENT-VERIF-BLOCAGE
               PERFORM VIREMENT-BENEFICIAIRE-MVT
               PERFORM TrtMvt-Verif-Compte
           END-IF.
           IF COMPTE-EXISTE = 1
               MOVE "C" TO SensMouvement of MVT
               PERFORM VIREMENT-VERIF-BLOCAGE
           END-IF.
           IF COMPTE-EXISTE = 0
               DISPLAY MenuVirementIntrouvable
               ACCEPT VIR-CONFIRM LINE 23 Col 70
                   MOVE 0 TO COMPTE-EXISTE
               END-IF
           END-IF.
           IF COMPTE-EXISTE = 1 AND MVT-BLOQUE = 1
               DISPLAY MenuVirementBloque
               ACCEPT VIR-CONFIRM LINE 23 Col 70
               MOVE 0 TO COMPTE-EXISTE
           END-IF.
           IF COMPTE-EXISTE = 1
      * Le debit de l'emetteur est soumis au decouvert autorise, comme
      * un mouvement du jour.
               DISPLAY MenuVirementIntrouvable
               ACCEPT VIR-CONFIRM LINE 23 Col 70
           ELSE
               MOVE 0 TO MVT-BLOQUE
               MOVE "D" TO SensMouvement of MVT
               PERFORM VIREMENT-VERIF-BLOCAGE
               PERFORM VIREMENT-EMETTEUR-IBAN
               IF Vir-Emet-Iban = SPACES
                   DISPLAY MenuVirementSansIban
                   ACCEPT VIR-CONFIRM LINE 23 Col 70
               END-IF
           END-IF.
           IF COMPTE-EXISTE = 1 AND Vir-Emet-Iban NOT = SPACES
               IF MVT-BLOQUE = 1
                   DISPLAY MenuVirementBloque
                   ACCEPT VIR-CONFIRM LINE 23 Col 70
               ELSE
                   MOVE Montant of MVT TO Dec-Montant
                   MOVE 0 TO MVT-DEPASSEMENT
               END-IF
           END-IF.

      * Blocage de la patte dont les zones sont dans MVT, sens pose
      * par l'appelant ; un refus sur la premiere patte est conserve.
       VIREMENT-VERIF-BLOCAGE.
           IF MVT-BLOQUE = 0
               MOVE Montant of MVT TO BLQ-MONTANT
               PERFORM TrtMvt-Verif-Blocage
           END-IF.

       VIREMENT-EMETTEUR-IBAN.
           MOVE SPACES TO Vir-Emet-Iban.
           EXEC sql
           MOVE 0 TO TRT-SQL-ECHEC.
           MOVE "D" TO SensMouvement of MVT.
           PERFORM TrtMvt-Posting-Ecritures.
      * Le virement emis est facturable : l'evenement part dans la
      * meme unite que le debit.
           IF TRT-SQL-ECHEC = 0
               MOVE "V" TO FRS-TYPE-EVT
               PERFORM FRAIS-EVENEMENT-ECRIRE
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
               PERFORM VIREMENT-ORDRE-SEPA
           MOVE 0 TO Ord-Montant.
           MOVE SPACE TO Ord-Periodicite.
           MOVE SPACES TO Ord-Echeance.
           MOVE SPACE TO Ord-RegleFerme.
      * Les ordres saisis avant le calendrier n'ont pas de regle : ils
      * partent au jour ouvre suivant, comme un virement.
           EXEC sql
             SELECT [SensMouvement]
             ,[Montant]
             ,[Periodicite]
             ,[ProchaineEcheance]
             ,ISNULL([RegleJourFerme], 'S')
             INTO :Ord.Ord-SensMouvement, :Ord.Ord-Montant,
               :Ord.Ord-Periodicite, :Ord.Ord-Echeance,
               :Ord.Ord-RegleFerme
             FROM ORDREPERMANENT
             WHERE CodeBanque = :Ord.Ord-CodeBanque
             AND CodeGuichet = :Ord.Ord-CodeGuichet
                     ,[Montant]
                     ,[Libelle]
                     ,[Periodicite]
                     ,[ProchaineEcheance]
                     ,[RegleJourFerme]
                     ,[JourEcheance])
                 VALUES
                     (:Ord.Ord-CodeBanque
                     ,:Ord.Ord-CodeGuichet
                     ,:Ord.Ord-Montant
                     ,:Ord.Ord-Libelle
                     ,:Ord.Ord-Periodicite
                     ,:Ord.Ord-Echeance
                     ,:Ord.Ord-RegleFerme
                     ,:Ord.Ord-JourEcheance)
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      * Le jour de l'echeance saisie devient le jour nominal de l'ordre :
      * un ordre du 31 passe le 30 en avril et le 28 ou 29 en fevrier,
      * puis revient au 31 les mois suivants. Faute de regle saisie,
      * un jour ferme reporte l'ordre au jour ouvre suivant.
       GESTION-ORDRES-SAISIE.
           MOVE SPACE TO Ord-SensMouvement.
           MOVE 0 TO ORD-MONTANT-CENTIMES.
           MOVE SPACE TO Ord-Periodicite.
           MOVE SPACES TO Ord-Echeance.
           MOVE SPACE TO Ord-RegleFerme.
           DISPLAY MenuOrdreSaisie.
           ACCEPT Ord-SensMouvement LINE 6 Col 28.
           ACCEPT ORD-MONTANT-CENTIMES LINE 7 Col 28.
           ACCEPT Ord-Periodicite LINE 8 Col 28.
           ACCEPT Ord-Echeance LINE 9 Col 28.
           ACCEPT Ord-RegleFerme LINE 10 Col 28.
           COMPUTE Ord-Montant = ORD-MONTANT-CENTIMES / 100.
           EVALUATE Ord-RegleFerme
               WHEN "P" WHEN "p" MOVE "P" TO Ord-RegleFerme
               WHEN OTHER MOVE "S" TO Ord-RegleFerme
           END-EVALUATE.
           PERFORM GESTION-ORDRES-ECHEANCE-VALIDER.
           MOVE Ord-Echeance(9:2) TO Ord-JourEcheance.

      * L'echeance doit etre une date du calendrier au format
      * AAAA-MM-JJ : une date mal formee se comparerait faussement aux
      * dates de valeur, et le calcul de l'echeance suivante repart de
      * son jour. Une saisie invalide est blanchie (donc refusee par
      * l'appelant) et signalee a l'operateur.
       GESTION-ORDRES-ECHEANCE-VALIDER.
           MOVE Ord-Echeance TO CAL-DATE-CALC.
           PERFORM CALENDRIER-DATE-VALIDER.
           MOVE CAL-VALIDE TO ORD-ECH-VALIDE.
           IF ORD-ECH-VALIDE = 0 AND Ord-Echeance NOT = SPACES
               MOVE SPACES TO Ord-Echeance
               DISPLAY MenuOrdreEcheanceInvalide
                   ,[Montant] = :Ord.Ord-Montant
                   ,[Periodicite] = :Ord.Ord-Periodicite
                   ,[ProchaineEcheance] = :Ord.Ord-Echeance
                   ,[RegleJourFerme] = :Ord.Ord-RegleFerme
                   ,[JourEcheance] = :Ord.Ord-JourEcheance
                 WHERE CodeBanque = :Ord.Ord-CodeBanque
                 AND CodeGuichet = :Ord.Ord-CodeGuichet
                 AND RacineCompte = :Ord.Ord-RacineCompte
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      *************************************************************************
      * OPTION 23 : OUVERTURE D'UN COMPTE AU GUICHET
      * Client existant (par son code) ou cree a la volee, puis banque,
      * guichet, type et devise ; la racine est la suivante libre du
      * guichet, la cle RIB et l'IBAN sont calcules par les formules
      * communes des options 4 et 14, pour que le compte ne ressorte
      * jamais en anomalie. Client et compte sont crees dans la meme
      * unite de travail, puis l'attestation RIB/IBAN est imprimee.
      *************************************************************************
       OUVERTURE-COMPTE.
           PERFORM OUVERTURE-CLIENT.
           IF OUV-VALIDE = 1
               PERFORM OUVERTURE-SAISIE-COMPTE
           END-IF.
           IF OUV-VALIDE = 1
               PERFORM OUVERTURE-CONTROLER
           END-IF.
           IF OUV-VALIDE = 1
               MOVE SPACE TO OUV-CONFIRM
               DISPLAY MenuOuvProposition
               ACCEPT OUV-CONFIRM LINE 19 Col 34
               IF OUV-CONFIRM = "O" OR OUV-CONFIRM = "o"
                   PERFORM OUVERTURE-POSER
                   IF TRT-SQL-ECHEC = 0
                       PERFORM OUVERTURE-ATTESTATION
                       DISPLAY MenuOuvBilan
                       ACCEPT OPTION-BQ LINE 24 Col 1
                   END-IF
               END-IF
           END-IF.

      * Entree seule sur le code client : nouveau client, dont le nom
      * est alors obligatoire (un nom vide abandonne l'ouverture).
       OUVERTURE-CLIENT.
           MOVE 1 TO OUV-VALIDE.
           MOVE 0 TO OUV-CLIENT-NOUVEAU.
           MOVE SPACES TO CodeClient of CLIENT.
           MOVE SPACES TO Intitule of CLIENT.
           MOVE SPACES TO Prenom of CLIENT.
           MOVE SPACES TO Nom of CLIENT.
           DISPLAY MenuOuvClient.
           ACCEPT CodeClient of CLIENT LINE 6 Col 51.
           IF CodeClient of CLIENT = SPACES
               MOVE 1 TO OUV-CLIENT-NOUVEAU
               ACCEPT Intitule of CLIENT LINE 8 Col 20
               ACCEPT Prenom of CLIENT LINE 9 Col 20
               ACCEPT Nom of CLIENT LINE 10 Col 20
               IF Nom of CLIENT = SPACES
                   MOVE "Nom du titulaire obligatoire" TO OUV-MOTIF
                   PERFORM OUVERTURE-REFUS
               END-IF
           ELSE
               PERFORM GESTION-CLIENTS-CHARGER
               IF GC-TROUVE = 0
                   MOVE "Client introuvable" TO OUV-MOTIF
                   PERFORM OUVERTURE-REFUS
               END-IF
           END-IF.

       OUVERTURE-SAISIE-COMPTE.
           MOVE SPACES TO CodeBanque of COMPTE.
           MOVE SPACES TO CodeGuichet of COMPTE.
           MOVE SPACES TO RacineCompte of COMPTE.
           MOVE SPACES TO TypeCompte of COMPTE.
           MOVE SPACES TO CleRib of COMPTE.
           MOVE SPACES TO Devise of COMPTE.
           DISPLAY MenuOuvCompte.
           ACCEPT CodeBanque of COMPTE LINE 9 Col 20.
           ACCEPT CodeGuichet of COMPTE LINE 10 Col 20.
           ACCEPT TypeCompte of COMPTE LINE 11 Col 20.
           ACCEPT Devise of COMPTE LINE 12 Col 35.
           IF Devise of COMPTE = SPACES
               MOVE "EUR" TO Devise of COMPTE
           END-IF.
           IF CodeBanque of COMPTE = SPACES
               OR CodeGuichet of COMPTE = SPACES
               OR TypeCompte of COMPTE = SPACES
               MOVE "Banque, guichet et type obligatoires" TO OUV-MOTIF
               PERFORM OUVERTURE-REFUS
           END-IF.

      * Meme controle du referentiel BANQUE que l'import : un compte
      * sans banque connue sortirait sans enseigne des listes.
       OUVERTURE-CONTROLER.
           PERFORM TrtLigne-Verif-Banque.
           IF BANQUE-EXISTE = 0
               MOVE "Banque inconnue du referentiel" TO OUV-MOTIF
               PERFORM OUVERTURE-REFUS
           ELSE
               MOVE SPACES TO Enseigne of BQ
               EXEC sql
                 SELECT [Enseigne]
                 INTO :BQ.Enseigne
                 FROM BANQUE WHERE CodeBanque = :Compte.CodeBanque
               END-EXEC
               PERFORM OUVERTURE-NUMERO
           END-IF.

      * Racine suivante libre du guichet, tous types confondus, pour
      * qu'un meme numero ne designe jamais deux clients. Seules les
      * racines entierement numeriques comptent : les racines a
      * lettres des fichiers historiques ne se prolongent pas.
       OUVERTURE-NUMERO.
           MOVE "000000000" TO Ouv-RacineMax.
           EXEC sql
             SELECT ISNULL(MAX([RacineCompte]), '000000000')
             INTO :Ouv-RacineMax
             FROM COMPTE
             WHERE CodeBanque = :Compte.CodeBanque
             AND CodeGuichet = :Compte.CodeGuichet
             AND [RacineCompte] NOT LIKE '%[^0-9]%'
           END-EXEC.
           MOVE Ouv-RacineMax TO Ouv-Racine-N.
           IF Ouv-Racine-N = 999999999
               MOVE "Plus de numero libre sur ce guichet" TO OUV-MOTIF
               PERFORM OUVERTURE-REFUS
           ELSE
               ADD 1 TO Ouv-Racine-N
               MOVE Ouv-Racine-N TO RacineCompte of COMPTE
               PERFORM CONTROLE-RIB-FORMULE
               MOVE CTRL-RIB-CleCalcX TO CleRib of COMPTE
               PERFORM IBAN-CALCUL
               PERFORM OUVERTURE-PLAFOND
           END-IF.

      * Plafond par defaut du type, affiche pour information : le
      * compte est cree sans decouvert propre, c'est donc celui-ci qui
      * s'appliquera au posting.
       OUVERTURE-PLAFOND.
           MOVE 0 TO Ouv-Plafond.
           EXEC sql
             SELECT ISNULL((SELECT [Plafond] FROM DECOUVERT
                 WHERE DECOUVERT.[TypeCompte] = :Compte.TypeCompte), 0)
             INTO :Ouv-Plafond
           END-EXEC.

       OUVERTURE-REFUS.
           MOVE 0 TO OUV-VALIDE.
           MOVE SPACE TO OUV-CONFIRM.
           DISPLAY MenuOuvRefus.
           ACCEPT OUV-CONFIRM LINE 24 Col 68.

      * Client eventuel et compte dans la meme unite de travail, comme
      * a l'import ; l'IBAN est memorise d'emblee, comme le ferait
      * l'option 14. Un numero pris entre-temps par un autre guichetier
      * fait echouer l'insertion, signalee et annulee.
       OUVERTURE-POSER.
           MOVE 0 TO TRT-SQL-ECHEC.
           MOVE 0 TO Debit of COMPTE.
           MOVE 0 TO Credit of COMPTE.
           IF OUV-CLIENT-NOUVEAU = 1
               PERFORM OUVERTURE-POSER-CLIENT
           END-IF.
           IF TRT-SQL-ECHEC = 0
               exec sql
                   INSERT INTO COMPTE
                       ([CodeBanque]
                       ,[CodeGuichet]
                       ,[RacineCompte]
                       ,[TypeCompte]
                       ,[CleRib]
                       ,[SoldeDebiteur]
                       ,[SoldeCrediteur]
                       ,[CodeClient]
                       ,[Devise]
                       ,[Iban])
                   VALUES
                       (:Compte.CodeBanque
                       ,:Compte.CodeGuichet
                       ,:Compte.RacineCompte
                       ,:Compte.TypeCompte
                       ,:Compte.CleRib
                       ,:Compte.Debit
                       ,:Compte.Credit
                       ,:Client.CodeClient
                       ,:Compte.Devise
                       ,:Iban-Zone)
               end-exec
               IF SQLCODE NOT = 0
                   PERFORM TrtLigne-Insertion-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM DATE-JOUR-ISO-CALCUL
               MOVE "O" TO FCB-TYPE-EVT
               MOVE DATE-JOUR-ISO TO FCB-DATE-EVT
               PERFORM FICOBA-EVENEMENT-ECRIRE
               IF SQLCODE NOT = 0
                   PERFORM TrtLigne-Insertion-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
           ELSE
               PERFORM SQL-ERREUR
           END-IF.

       OUVERTURE-POSER-CLIENT.
           exec sql
               SELECT NEWID() into :Client.CodeClient
           end-exec.
           IF SQLCODE NOT = 0
               PERFORM TrtLigne-Insertion-Echec
           END-IF.
           IF TRT-SQL-ECHEC = 0
               exec sql
                   INSERT INTO CLIENT
                       ([CodeClient]
                       ,[Intitule]
                       ,[Prenom]
                       ,[Nom])
                   VALUES
                       (:Client.CodeClient
                       ,:Client.Intitule
                       ,:Client.Prenom
                       ,:Client.Nom)
               end-exec
               IF SQLCODE NOT = 0
                   PERFORM TrtLigne-Insertion-Echec
               END-IF
           END-IF.

      * Attestation remise au client : titulaire, domiciliation,
      * RIB complet et IBAN en groupes de quatre, comme sur un releve
      * d'identite bancaire papier.
       OUVERTURE-ATTESTATION.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE SPACES TO OUV-NOM-FICHIER.
           STRING "C:\Users\Olivier\Documents\Public\Attestation-"
               DELIMITED BY SIZE
               CodeBanque of COMPTE DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO OUV-NOM-FICHIER
           END-STRING.
           OPEN OUTPUT ATTESTATION-FICHIER.
           MOVE SPACES TO EnrAttestation.
           STRING "ATTESTATION D'OUVERTURE DE COMPTE - RELEVE D'IDENTITE"
               DELIMITED BY SIZE
               " BANCAIRE" DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Date d'ouverture : " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Titulaire        : " DELIMITED BY SIZE
               Intitule of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Prenom of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Nom of CLIENT DELIMITED BY "  "
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Code client      : " DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Domiciliation    : " DELIMITED BY SIZE
               Enseigne of BQ(1:60) DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           WRITE EnrAttestation.
           MOVE "Banque Guichet Numero de compte Cle" TO EnrAttestation.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING CodeBanque of COMPTE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               CleRib of COMPTE DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "IBAN             : " DELIMITED BY SIZE
               Iban-Zone(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(5:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(9:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(13:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(17:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(21:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Iban-Zone(25:3) DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Devise du compte : " DELIMITED BY SIZE
               Devise of COMPTE DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE Ouv-Plafond TO OUV-PLAFOND-EDIT.
           MOVE SPACES TO EnrAttestation.
           STRING "Decouvert autorise : " DELIMITED BY SIZE
               OUV-PLAFOND-EDIT DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           MOVE SPACES TO EnrAttestation.
           STRING "Ouvert par l'operateur : " DELIMITED BY SIZE
               OPERATEUR-ID DELIMITED BY SIZE
               INTO EnrAttestation
           END-STRING.
           WRITE EnrAttestation.
           CLOSE ATTESTATION-FICHIER.

      *************************************************************************
      * OPTION 24 : COMPTES INACTIFS (LOI ECKERT)
      * Leve l'inactivite des comptes ou le client a de nouveau bouge,
      * marque les comptes ouverts sans mouvement du client depuis
      * douze mois, edite les avis annuels a envoyer aux titulaires,
      * puis transfere a la Caisse des Depots le solde des comptes
      * inactifs depuis dix ans (ecriture de debit de cloture, ligne
      * du fichier de transfert, cloture du compte).
      *************************************************************************
       COMPTES-INACTIFS.
      * Confirmation prealable en interactif, comme l'arrete ; le
      * batch a ete demande par le fichier d'etapes.
           MOVE "O" TO DORM-CONFIRM.
           IF NOT BATCH-ACTIF-OUI
               MOVE SPACE TO DORM-CONFIRM
               DISPLAY MenuDormantsConfirm
               ACCEPT DORM-CONFIRM LINE 7 Col 52
           END-IF.
           IF DORM-CONFIRM = "O" OR DORM-CONFIRM = "o"
               PERFORM DORMANTS-INIT
               PERFORM DORMANTS-DETECTER
               PERFORM DORMANTS-AVIS
               PERFORM DORMANTS-TRANSFERTS
               PERFORM DORMANTS-FIN
           END-IF.

      * Bornes du jour : douze mois pour l'inactivite (et pour l'avis
      * annuel), dix ans pour le transfert. Un 29 fevrier recule au
      * 28, que l'annee d'avant ne connait peut-etre pas.
       DORMANTS-INIT.
           MOVE 0 TO DORM-INACTIFS-AVANT.
           MOVE 0 TO DORM-INACTIFS.
           MOVE 0 TO DORM-REACTIVES.
           MOVE 0 TO DORM-NOUVEAUX.
           MOVE 0 TO DORM-SANS-MVT.
           MOVE 0 TO DORM-AVIS.
           MOVE 0 TO DORM-TRANSFERES.
           MOVE 0 TO DORM-DEBITEURS.
           MOVE 0 TO DORM-BLOQUES.
           MOVE 0 TO DORM-ECHECS.
           MOVE 0 TO DORM-TOTAL-CDC.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE DATE-JOUR-ISO(1:4) TO DORM-ANNEE.
           SUBTRACT 1 FROM DORM-ANNEE.
           MOVE SPACES TO DORM-LIMITE-ACTIVITE.
           STRING DORM-ANNEE DELIMITED BY SIZE
               DATE-JOUR-ISO(5:6) DELIMITED BY SIZE
               INTO DORM-LIMITE-ACTIVITE
           END-STRING.
           SUBTRACT 9 FROM DORM-ANNEE.
           MOVE SPACES TO DORM-LIMITE-CDC.
           STRING DORM-ANNEE DELIMITED BY SIZE
               DATE-JOUR-ISO(5:6) DELIMITED BY SIZE
               INTO DORM-LIMITE-CDC
           END-STRING.
           IF DATE-JOUR-ISO(6:5) = "02-29"
               MOVE "28" TO DORM-LIMITE-ACTIVITE(9:2)
               MOVE "28" TO DORM-LIMITE-CDC(9:2)
           END-IF.
           OPEN OUTPUT INACTIFS-FICHIER.
           OPEN EXTEND TRANSFERT-CDC-FICHIER.
           MOVE SPACES TO EnrInactifsFichier.
           STRING "COMPTES INACTIFS (LOI ECKERT) AU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrInactifsFichier
           END-STRING.
           WRITE EnrInactifsFichier.

      * Leve puis pose les marques d'inactivite dans une seule unite
      * de travail. Un mouvement client est tout mouvement qui n'est
      * pas une ecriture de la banque : interets de l'arrete,
      * extourne, frais bancaires, transfert a la Caisse, solde
      * d'ouverture repris a l'import. Un compte
      * marque dont le client a bouge depuis (mouvement poste hors des
      * ecritures communes) est leve ici ; la date posee est celle du dernier
      * mouvement client, d'ou partent les dix ans du transfert.
       DORMANTS-DETECTER.
           EXEC sql
             SELECT COUNT(*) INTO :DORM-REACTIVES
             FROM COMPTE
             WHERE [DateInactivite] IS NOT NULL
             AND EXISTS (SELECT 1 FROM MOUVEMENT
                 WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                 AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                 AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                 AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                 AND MOUVEMENT.[DateValeur] > COMPTE.[DateInactivite]
                 AND MOUVEMENT.[Libelle] <> :ARR-LIBELLE
                 AND MOUVEMENT.[Libelle] NOT LIKE 'EXTOURNE %'
                 AND MOUVEMENT.[Libelle] NOT LIKE 'FRAIS BANQUE %'
                 AND MOUVEMENT.[Libelle] <> :DORM-LIBELLE-CDC
                 AND MOUVEMENT.[Libelle] <> :SLD-LIBELLE-OUVERTURE)
           END-EXEC.
           EXEC sql
             UPDATE COMPTE SET
               [DateInactivite] = NULL
               ,[DateAvisInactivite] = NULL
             WHERE [DateInactivite] IS NOT NULL
             AND EXISTS (SELECT 1 FROM MOUVEMENT
                 WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                 AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                 AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                 AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                 AND MOUVEMENT.[DateValeur] > COMPTE.[DateInactivite]
                 AND MOUVEMENT.[Libelle] <> :ARR-LIBELLE
                 AND MOUVEMENT.[Libelle] NOT LIKE 'EXTOURNE %'
                 AND MOUVEMENT.[Libelle] NOT LIKE 'FRAIS BANQUE %'
                 AND MOUVEMENT.[Libelle] <> :DORM-LIBELLE-CDC
                 AND MOUVEMENT.[Libelle] <> :SLD-LIBELLE-OUVERTURE)
           END-EXEC.
           IF SQLCODE >= 0
               EXEC sql
                 SELECT COUNT(*) INTO :DORM-INACTIFS-AVANT
                 FROM COMPTE
                 WHERE [DateCloture] IS NULL
                 AND [DateInactivite] IS NOT NULL
               END-EXEC
           END-IF.
           IF SQLCODE >= 0
               EXEC sql
                 UPDATE COMPTE SET
                   [DateInactivite] =
                   COALESCE(
                     (SELECT MAX(MOUVEMENT.[DateValeur]) FROM MOUVEMENT
                     WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                     AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                     AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                     AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                     AND MOUVEMENT.[Libelle] <> :ARR-LIBELLE
                     AND MOUVEMENT.[Libelle] NOT LIKE 'EXTOURNE %'
                     AND MOUVEMENT.[Libelle] NOT LIKE 'FRAIS BANQUE %'
                     AND MOUVEMENT.[Libelle] <> :DORM-LIBELLE-CDC
                     AND MOUVEMENT.[Libelle] <> :SLD-LIBELLE-OUVERTURE),
                     (SELECT MIN(MOUVEMENT.[DateValeur]) FROM MOUVEMENT
                     WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                     AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                     AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                     AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                     AND MOUVEMENT.[Libelle] = :SLD-LIBELLE-OUVERTURE),
                     (SELECT MIN(EVENEMENTFICOBA.[DateEvenement])
                     FROM EVENEMENTFICOBA
                     WHERE EVENEMENTFICOBA.[CodeBanque] = COMPTE.[CodeBanque]
                     AND EVENEMENTFICOBA.[CodeGuichet] = COMPTE.[CodeGuichet]
                     AND EVENEMENTFICOBA.[RacineCompte] = COMPTE.[RacineCompte]
                     AND EVENEMENTFICOBA.[TypeCompte] = COMPTE.[TypeCompte]
                     AND EVENEMENTFICOBA.[TypeEvenement] = 'O'))
                 WHERE [DateCloture] IS NULL
                 AND [DateInactivite] IS NULL
                 AND COALESCE(
                   (SELECT MAX(MOUVEMENT.[DateValeur]) FROM MOUVEMENT
                   WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                   AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                   AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                   AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                   AND MOUVEMENT.[Libelle] <> :ARR-LIBELLE
                   AND MOUVEMENT.[Libelle] NOT LIKE 'EXTOURNE %'
                   AND MOUVEMENT.[Libelle] NOT LIKE 'FRAIS BANQUE %'
                   AND MOUVEMENT.[Libelle] <> :DORM-LIBELLE-CDC
                   AND MOUVEMENT.[Libelle] <> :SLD-LIBELLE-OUVERTURE),
                   (SELECT MIN(MOUVEMENT.[DateValeur]) FROM MOUVEMENT
                   WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                   AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                   AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                   AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                   AND MOUVEMENT.[Libelle] = :SLD-LIBELLE-OUVERTURE),
                   (SELECT MIN(EVENEMENTFICOBA.[DateEvenement])
                   FROM EVENEMENTFICOBA
                   WHERE EVENEMENTFICOBA.[CodeBanque] = COMPTE.[CodeBanque]
                   AND EVENEMENTFICOBA.[CodeGuichet] = COMPTE.[CodeGuichet]
                   AND EVENEMENTFICOBA.[RacineCompte] = COMPTE.[RacineCompte]
                   AND EVENEMENTFICOBA.[TypeCompte] = COMPTE.[TypeCompte]
                   AND EVENEMENTFICOBA.[TypeEvenement] = 'O'))
                   < :DORM-LIMITE-ACTIVITE
               END-EXEC
           END-IF.
           PERFORM SQL-VALIDER-UNITE.
           IF TRT-SQL-ECHEC = 1
               MOVE 0 TO DORM-REACTIVES
               ADD 1 TO DORM-ECHECS
           END-IF.
           EXEC sql
             SELECT COUNT(*) INTO :DORM-INACTIFS
             FROM COMPTE
             WHERE [DateCloture] IS NULL
             AND [DateInactivite] IS NOT NULL
           END-EXEC.
           IF DORM-INACTIFS > DORM-INACTIFS-AVANT
               COMPUTE DORM-NOUVEAUX = DORM-INACTIFS - DORM-INACTIFS-AVANT
           END-IF.
      * Un compte sans mouvement client, ni solde d'ouverture, ni
      * evenement d'ouverture FICOBA (comptes repris avant ces traces)
      * n'a pas de date de depart : il est seulement compte, pour
      * verification.
           EXEC sql
             SELECT COUNT(*) INTO :DORM-SANS-MVT
             FROM COMPTE
             WHERE [DateCloture] IS NULL
             AND NOT EXISTS (SELECT 1 FROM MOUVEMENT
                 WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                 AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                 AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                 AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                 AND MOUVEMENT.[Libelle] <> :ARR-LIBELLE
                 AND MOUVEMENT.[Libelle] NOT LIKE 'EXTOURNE %'
                 AND MOUVEMENT.[Libelle] NOT LIKE 'FRAIS BANQUE %'
                 AND MOUVEMENT.[Libelle] <> :DORM-LIBELLE-CDC)
             AND NOT EXISTS (SELECT 1 FROM EVENEMENTFICOBA
                 WHERE EVENEMENTFICOBA.[CodeBanque] = COMPTE.[CodeBanque]
                 AND EVENEMENTFICOBA.[CodeGuichet] = COMPTE.[CodeGuichet]
                 AND EVENEMENTFICOBA.[RacineCompte]
                     = COMPTE.[RacineCompte]
                 AND EVENEMENTFICOBA.[TypeCompte] = COMPTE.[TypeCompte]
                 AND EVENEMENTFICOBA.[TypeEvenement] = 'O')
           END-EXEC.

      * Avis annuel : compte inactif jamais avise, ou avise il y a un
      * an ou plus. Les comptes avises aujourd'hui sont relistes, pour
      * qu'un second passage dans la journee redonne le meme etat. Les
      * comptes au terme partent au transfert et ne sont pas avises.
       DORMANTS-AVIS.
           MOVE SPACES TO EnrInactifsFichier.
           WRITE EnrInactifsFichier.
           MOVE "AVIS ANNUELS A ENVOYER AUX TITULAIRES"
               TO EnrInactifsFichier.
           WRITE EnrInactifsFichier.
           MOVE 0 TO DORM-FIN.
           EXEC sql
             DECLARE CURSEUR-DORM-AVIS CURSOR FOR
               SELECT COMPTE.[CodeBanque]
               ,COMPTE.[CodeGuichet]
               ,COMPTE.[RacineCompte]
               ,COMPTE.[TypeCompte]
               ,COMPTE.[DateInactivite]
               ,COMPTE.[SoldeDebiteur]
               ,COMPTE.[SoldeCrediteur]
               ,ISNULL(COMPTE.[Devise], 'EUR')
               ,ISNULL(COMPTE.[Iban], '')
               ,CLIENT.[CodeClient]
               ,CLIENT.[Intitule]
               ,CLIENT.[Prenom]
               ,CLIENT.[Nom]
               FROM COMPTE
               INNER JOIN CLIENT
                 ON CLIENT.[CodeClient] = COMPTE.[CodeClient]
               WHERE COMPTE.[DateCloture] IS NULL
               AND COMPTE.[DateInactivite] > :DORM-LIMITE-CDC
               AND (COMPTE.[DateAvisInactivite] IS NULL
                 OR COMPTE.[DateAvisInactivite] <= :DORM-LIMITE-ACTIVITE
                 OR COMPTE.[DateAvisInactivite] = :DATE-JOUR-ISO)
               ORDER BY COMPTE.[CodeBanque], COMPTE.[CodeGuichet],
                   COMPTE.[RacineCompte], COMPTE.[TypeCompte]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-DORM-AVIS
           END-EXEC.
           PERFORM DORMANTS-AVIS-TRT UNTIL DORM-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-DORM-AVIS
           END-EXEC.
           EXEC sql
             UPDATE COMPTE SET
               [DateAvisInactivite] = :DATE-JOUR-ISO
             WHERE [DateCloture] IS NULL
             AND [DateInactivite] > :DORM-LIMITE-CDC
             AND ([DateAvisInactivite] IS NULL
               OR [DateAvisInactivite] <= :DORM-LIMITE-ACTIVITE)
           END-EXEC.
           PERFORM SQL-VALIDER-UNITE.
           IF TRT-SQL-ECHEC = 1
               ADD 1 TO DORM-ECHECS
           END-IF.
           MOVE DORM-AVIS TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrInactifsFichier.
           STRING "TOTAL " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " AVIS" DELIMITED BY SIZE
               INTO EnrInactifsFichier
           END-STRING.
           WRITE EnrInactifsFichier.

       DORMANTS-AVIS-TRT.
           PERFORM DORMANTS-FETCH-AVIS.
           IF SQLCODE = 0
               ADD 1 TO DORM-AVIS
               MOVE SPACES TO CLO-MOTIF
               PERFORM DORMANTS-LIGNE-ETAT
           ELSE
               MOVE 1 TO DORM-FIN
           END-IF.

       DORMANTS-FETCH-AVIS.
           EXEC sql
             FETCH CURSEUR-DORM-AVIS INTO
               :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.RacineCompte, :Compte.TypeCompte,
               :Dorm-DateInactivite, :Dorm-SoldeDebiteur,
               :Dorm-SoldeCrediteur, :Dorm-Devise, :Dorm-Iban,
               :Client.CodeClient, :Client.Intitule, :Client.Prenom,
               :Client.Nom
           END-EXEC.

      * Comptes inactifs depuis dix ans : chaque transfert (ecriture,
      * cloture) est valide a part, d'ou le WITH HOLD.
       DORMANTS-TRANSFERTS.
           MOVE SPACES TO EnrInactifsFichier.
           WRITE EnrInactifsFichier.
           MOVE "COMPTES AU TERME - TRANSFERT A LA CAISSE DES DEPOTS"
               TO EnrInactifsFichier.
           WRITE EnrInactifsFichier.
           MOVE 0 TO DORM-FIN.
           EXEC sql
             DECLARE CURSEUR-DORM-CDC CURSOR WITH HOLD FOR
               SELECT COMPTE.[CodeBanque]
               ,COMPTE.[CodeGuichet]
               ,COMPTE.[RacineCompte]
               ,COMPTE.[TypeCompte]
               ,COMPTE.[DateInactivite]
               ,COMPTE.[SoldeDebiteur]
               ,COMPTE.[SoldeCrediteur]
               ,ISNULL(COMPTE.[Devise], 'EUR')
               ,ISNULL(COMPTE.[Iban], '')
               ,CLIENT.[CodeClient]
               ,CLIENT.[Intitule]
               ,CLIENT.[Prenom]
               ,CLIENT.[Nom]
               FROM COMPTE
               INNER JOIN CLIENT
                 ON CLIENT.[CodeClient] = COMPTE.[CodeClient]
               WHERE COMPTE.[DateCloture] IS NULL
               AND COMPTE.[DateInactivite] <= :DORM-LIMITE-CDC
               ORDER BY COMPTE.[CodeBanque], COMPTE.[CodeGuichet],
                   COMPTE.[RacineCompte], COMPTE.[TypeCompte]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-DORM-CDC
           END-EXEC.
           PERFORM DORMANTS-TRANSFERTS-TRT UNTIL DORM-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-DORM-CDC
           END-EXEC.

       DORMANTS-TRANSFERTS-TRT.
           EXEC sql
             FETCH CURSEUR-DORM-CDC INTO
               :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.RacineCompte, :Compte.TypeCompte,
               :Dorm-DateInactivite, :Dorm-SoldeDebiteur,
               :Dorm-SoldeCrediteur, :Dorm-Devise, :Dorm-Iban,
               :Client.CodeClient, :Client.Intitule, :Client.Prenom,
               :Client.Nom
           END-EXEC.
           IF SQLCODE = 0
               PERFORM DORMANTS-TRANSFERER
           ELSE
               MOVE 1 TO DORM-FIN
           END-IF.

      * Un compte au terme mais debiteur n'a rien a transferer : il
      * reste ouvert et figure a l'etat, a regulariser a la main. Un
      * compte sous blocage (saisie, succession...) n'est ni debite ni
      * cloture : le transfert attend la levee.
       DORMANTS-TRANSFERER.
           COMPUTE Dorm-SoldeNet = Dorm-SoldeCrediteur
               - Dorm-SoldeDebiteur.
           MOVE CodeBanque of COMPTE TO CodeBanque of MVT.
           MOVE CodeGuichet of COMPTE TO CodeGuichet of MVT.
           MOVE RacineCompte of COMPTE TO RacineCompte of MVT.
           MOVE TypeCompte of COMPTE TO TypeCompte of MVT.
           PERFORM TrtMvt-Lire-Blocage.
           IF COMPTE-BLOCAGE NOT = SPACE
               ADD 1 TO DORM-BLOQUES
               MOVE "BLOQUE - TRANSFERT SUSPENDU" TO CLO-MOTIF
               PERFORM DORMANTS-LIGNE-ETAT
           ELSE
               IF Dorm-SoldeNet < 0
                   ADD 1 TO DORM-DEBITEURS
                   MOVE "SOLDE DEBITEUR - A REGULARISER" TO CLO-MOTIF
                   PERFORM DORMANTS-LIGNE-ETAT
               ELSE
                   PERFORM DORMANTS-TRANSFERER-POSTER
               END-IF
           END-IF.

      * Debit de cloture du solde crediteur par les ecritures communes,
      * en ecriture de la banque, puis cloture du compte ; le tout dans
      * une seule unite de travail. Un compte a zero est cloture sans
      * ecriture. Lance un jour ferme depuis l'option 24, le debit
      * prend la valeur du jour ouvre suivant ; la cloture garde la
      * date du jour. La ligne du fichier de transfert n'est ecrite
      * qu'une fois l'unite validee.
       DORMANTS-TRANSFERER-POSTER.
           MOVE 0 TO TRT-SQL-ECHEC.
           IF Dorm-SoldeNet > 0
               MOVE CodeBanque of COMPTE TO CodeBanque of MVT
               MOVE CodeGuichet of COMPTE TO CodeGuichet of MVT
               MOVE RacineCompte of COMPTE TO RacineCompte of MVT
               MOVE TypeCompte of COMPTE TO TypeCompte of MVT
               MOVE "D" TO SensMouvement of MVT
               MOVE Dorm-SoldeNet TO Montant of MVT
               MOVE DATE-JOUR-ISO TO CAL-DATE-CALC
               MOVE "S" TO CAL-SENS
               PERFORM CALENDRIER-JOUR-OUVRE
               MOVE CAL-DATE-CALC TO DateValeur of MVT
               MOVE DORM-LIBELLE-CDC TO Libelle of MVT
               MOVE Dorm-Devise TO Devise of MVT
               MOVE 1 TO MVT-ECRITURE-BANQUE
               PERFORM TrtMvt-Posting-Ecritures
               MOVE 0 TO MVT-ECRITURE-BANQUE
           END-IF.
           IF TRT-SQL-ECHEC = 0
               EXEC sql
                 UPDATE COMPTE SET
                   [DateCloture] = :DATE-JOUR-ISO
                   ,[MotifCloture] = :DORM-LIBELLE-CDC
                 WHERE CodeBanque = :Compte.CodeBanque
                 AND CodeGuichet = :Compte.CodeGuichet
                 AND RacineCompte = :Compte.RacineCompte
                 AND TypeCompte = :Compte.TypeCompte
                 AND [DateCloture] IS NULL
               END-EXEC
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               MOVE "C" TO FCB-TYPE-EVT
               MOVE DATE-JOUR-ISO TO FCB-DATE-EVT
               PERFORM FICOBA-EVENEMENT-ECRIRE
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
               ADD 1 TO DORM-TRANSFERES
               MOVE Dorm-Devise TO Dev-Code
               MOVE Dorm-SoldeNet TO Dev-Montant
               PERFORM DEVISE-CONTRE-VALEUR
               ADD Dev-ContreValeur TO DORM-TOTAL-CDC
               PERFORM DORMANTS-LIGNE-CDC
               MOVE "TRANSFERE ET CLOTURE" TO CLO-MOTIF
               PERFORM DORMANTS-LIGNE-ETAT
           ELSE
               ADD 1 TO DORM-ECHECS
               MOVE 0 TO SQLCODE
           END-IF.

      * Ligne de l'etat : compte, date de depart de l'inactivite,
      * solde net en devise, titulaire, et suite donnee (CLO-MOTIF).
       DORMANTS-LIGNE-ETAT.
           COMPUTE Dorm-SoldeNet = Dorm-SoldeCrediteur
               - Dorm-SoldeDebiteur.
           MOVE Dorm-SoldeNet TO DORM-SOLDE-EDIT.
           MOVE SPACES TO EnrInactifsFichier.
           STRING "  " DELIMITED BY SIZE
               CodeBanque of COMPTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               " DEPUIS " DELIMITED BY SIZE
               Dorm-DateInactivite DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DORM-SOLDE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Dorm-Devise DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Intitule of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Prenom of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Nom of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               CLO-MOTIF DELIMITED BY "  "
               INTO EnrInactifsFichier
           END-STRING.
           WRITE EnrInactifsFichier.

      * Fichier remis a la Caisse des Depots : compte, IBAN, titulaire,
      * date de depart de l'inactivite, montant transfere et devise,
      * date du transfert.
       DORMANTS-LIGNE-CDC.
           MOVE Dorm-SoldeNet TO DORM-SOLDE-EDIT.
           MOVE SPACES TO EnrTransfertCdc.
           STRING CodeBanque of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Dorm-Iban DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Intitule of CLIENT DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Prenom of CLIENT DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Nom of CLIENT DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Dorm-DateInactivite DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               DORM-SOLDE-EDIT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Dorm-Devise DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrTransfertCdc
           END-STRING.
           WRITE EnrTransfertCdc.

       DORMANTS-FIN.
           MOVE DORM-TRANSFERES TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrInactifsFichier.
           STRING "TOTAL " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " COMPTE(S) TRANSFERE(S)" DELIMITED BY SIZE
               INTO EnrInactifsFichier
           END-STRING.
           WRITE EnrInactifsFichier.
           CLOSE INACTIFS-FICHIER.
           CLOSE TRANSFERT-CDC-FICHIER.
           IF NOT BATCH-ACTIF-OUI
               DISPLAY MenuDormantsBilan
               ACCEPT OPTION-BQ LINE 24 Col 1
           END-IF.

      *************************************************************************
      * OPTION 25 : GESTION DES MANDATS SEPA
      * Recherche d'un mandat par creancier (ICS) et RUM, creation s'il
      * est inconnu, modification (dont la revocation) ou suppression
      * du mandat charge, sur le modele des ordres permanents. Les
      * prelevements recus sont rapproches des mandats par l'etape
      * batch PRELEVEMENTS.
      *************************************************************************
       GESTION-MANDATS.
           MOVE 0 TO MDT-FIN.
           PERFORM GESTION-MANDATS-TRT UNTIL MDT-FIN = 1.

       GESTION-MANDATS-TRT.
           PERFORM GESTION-MANDATS-RECHERCHE.
           IF MDT-FIN = 0
               PERFORM GESTION-MANDATS-CHARGER
               IF MDT-TROUVE = 1
                   PERFORM GESTION-MANDATS-FICHE
               ELSE
                   PERFORM GESTION-MANDATS-INCONNU
               END-IF
           END-IF.

       GESTION-MANDATS-RECHERCHE.
           MOVE SPACES TO Mdt-Ics.
           MOVE SPACES TO Mdt-Rum.
           DISPLAY MenuMandatRecherche.
           ACCEPT Mdt-Ics LINE 7 Col 20.
           IF Mdt-Ics = SPACES
               MOVE 1 TO MDT-FIN
           ELSE
               ACCEPT Mdt-Rum LINE 8 Col 20
           END-IF.

       GESTION-MANDATS-CHARGER.
           MOVE 0 TO MDT-TROUVE.
           MOVE SPACES TO Mdt-NomCreancier.
           MOVE SPACES TO Mdt-CodeBanque.
           MOVE SPACES TO Mdt-CodeGuichet.
           MOVE SPACES TO Mdt-RacineCompte.
           MOVE SPACES TO Mdt-TypeCompte.
           MOVE SPACES TO Mdt-DateSignature.
           MOVE SPACE TO Mdt-TypeSequence.
           MOVE SPACE TO Mdt-Revoque.
           MOVE SPACES TO Mdt-DernierPrlv.
           EXEC sql
             SELECT [NomCreancier]
             ,[CodeBanque]
             ,[CodeGuichet]
             ,[RacineCompte]
             ,[TypeCompte]
             ,[DateSignature]
             ,[TypeSequence]
             ,[Revoque]
             ,ISNULL([DateDernierPrelevement], '')
             INTO :Mdt.Mdt-NomCreancier, :Mdt.Mdt-CodeBanque,
               :Mdt.Mdt-CodeGuichet, :Mdt.Mdt-RacineCompte,
               :Mdt.Mdt-TypeCompte, :Mdt.Mdt-DateSignature,
               :Mdt.Mdt-TypeSequence, :Mdt.Mdt-Revoque,
               :Mdt.Mdt-DernierPrlv
             FROM MANDAT
             WHERE Ics = :Mdt.Mdt-Ics
             AND Rum = :Mdt.Mdt-Rum
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO MDT-TROUVE
           END-IF.

       GESTION-MANDATS-INCONNU.
           MOVE SPACE TO MDT-CONFIRM.
           DISPLAY MenuMandatInconnu.
           ACCEPT MDT-CONFIRM LINE 10 Col 70.
           IF MDT-CONFIRM = "C" OR MDT-CONFIRM = "c"
               PERFORM GESTION-MANDATS-CREER
           END-IF.

      * Un nouveau mandat n'a encore servi a aucun prelevement.
       GESTION-MANDATS-CREER.
           MOVE SPACES TO Mdt-NomCreancier.
           MOVE SPACES TO Mdt-CodeBanque.
           MOVE SPACES TO Mdt-CodeGuichet.
           MOVE SPACES TO Mdt-RacineCompte.
           MOVE SPACES TO Mdt-TypeCompte.
           MOVE SPACES TO Mdt-DateSignature.
           MOVE "R" TO Mdt-TypeSequence.
           MOVE "N" TO Mdt-Revoque.
           PERFORM GESTION-MANDATS-SAISIE.
           IF MDT-VALIDE = 1
               EXEC sql
                 INSERT INTO MANDAT
                     ([Ics]
                     ,[Rum]
                     ,[NomCreancier]
                     ,[CodeBanque]
                     ,[CodeGuichet]
                     ,[RacineCompte]
                     ,[TypeCompte]
                     ,[DateSignature]
                     ,[TypeSequence]
                     ,[Revoque])
                 VALUES
                     (:Mdt.Mdt-Ics
                     ,:Mdt.Mdt-Rum
                     ,:Mdt.Mdt-NomCreancier
                     ,:Mdt.Mdt-CodeBanque
                     ,:Mdt.Mdt-CodeGuichet
                     ,:Mdt.Mdt-RacineCompte
                     ,:Mdt.Mdt-TypeCompte
                     ,:Mdt.Mdt-DateSignature
                     ,:Mdt.Mdt-TypeSequence
                     ,:Mdt.Mdt-Revoque)
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      * Les zones sont presentees avec leur valeur courante : Entree
      * sur une zone la conserve, comme pour la fiche d'une banque.
       GESTION-MANDATS-SAISIE.
           DISPLAY MenuMandatSaisie.
           ACCEPT Mdt-NomCreancier LINE 6 Col 28.
           ACCEPT Mdt-CodeBanque LINE 8 Col 28.
           ACCEPT Mdt-CodeGuichet LINE 9 Col 28.
           ACCEPT Mdt-RacineCompte LINE 10 Col 28.
           ACCEPT Mdt-TypeCompte LINE 11 Col 28.
           ACCEPT Mdt-DateSignature LINE 13 Col 28.
           ACCEPT Mdt-TypeSequence LINE 14 Col 28.
           ACCEPT Mdt-Revoque LINE 15 Col 28.
           PERFORM GESTION-MANDATS-CONTROLER.
           IF MDT-VALIDE = 0
               DISPLAY MenuMandatInvalide
               ACCEPT MDT-CONFIRM LINE 24 Col 72
           END-IF.

      * Controles avant ecriture : creancier nomme, date de signature
      * au format AAAA-MM-JJ, type et revocation connus. Un mandat
      * actif doit viser un compte existant et ouvert ; un mandat
      * revoque reste modifiable meme si le compte a ete cloture.
       GESTION-MANDATS-CONTROLER.
           MOVE 1 TO MDT-VALIDE.
           MOVE SPACES TO MDT-MOTIF.
           IF Mdt-TypeSequence = "p"
               MOVE "P" TO Mdt-TypeSequence
           END-IF.
           IF Mdt-TypeSequence = "r"
               MOVE "R" TO Mdt-TypeSequence
           END-IF.
           IF Mdt-Revoque = "o"
               MOVE "O" TO Mdt-Revoque
           END-IF.
           IF Mdt-Revoque = "n"
               MOVE "N" TO Mdt-Revoque
           END-IF.
           IF Mdt-NomCreancier = SPACES
               MOVE 0 TO MDT-VALIDE
               MOVE "nom du creancier absent" TO MDT-MOTIF
           END-IF.
           IF MDT-VALIDE = 1
               IF Mdt-DateSignature(1:4) IS NOT NUMERIC
                   OR Mdt-DateSignature(5:1) NOT = "-"
                   OR Mdt-DateSignature(6:2) IS NOT NUMERIC
                   OR Mdt-DateSignature(8:1) NOT = "-"
                   OR Mdt-DateSignature(9:2) IS NOT NUMERIC
                   MOVE 0 TO MDT-VALIDE
                   MOVE "date de signature invalide" TO MDT-MOTIF
               END-IF
           END-IF.
           IF MDT-VALIDE = 1
               IF Mdt-TypeSequence NOT = "P"
                   AND Mdt-TypeSequence NOT = "R"
                   MOVE 0 TO MDT-VALIDE
                   MOVE "type de mandat P ou R" TO MDT-MOTIF
               END-IF
           END-IF.
           IF MDT-VALIDE = 1
               IF Mdt-Revoque NOT = "O" AND Mdt-Revoque NOT = "N"
                   MOVE 0 TO MDT-VALIDE
                   MOVE "revocation O ou N" TO MDT-MOTIF
               END-IF
           END-IF.
           IF MDT-VALIDE = 1 AND Mdt-Revoque = "N"
               MOVE Mdt-CodeBanque TO CodeBanque of MVT
               MOVE Mdt-CodeGuichet TO CodeGuichet of MVT
               MOVE Mdt-RacineCompte TO RacineCompte of MVT
               MOVE Mdt-TypeCompte TO TypeCompte of MVT
               PERFORM TrtMvt-Verif-Compte
               IF COMPTE-EXISTE = 0
                   MOVE 0 TO MDT-VALIDE
                   MOVE "compte debite inconnu ou cloture" TO MDT-MOTIF
               END-IF
           END-IF.

       GESTION-MANDATS-FICHE.
           MOVE SPACE TO MDT-ACTION.
           DISPLAY MenuMandatFiche.
           ACCEPT MDT-ACTION LINE 17 Col 61.
           EVALUATE MDT-ACTION
               WHEN "M" WHEN "m" PERFORM GESTION-MANDATS-MODIFIER
               WHEN "S" WHEN "s" PERFORM GESTION-MANDATS-SUPPRIMER
               WHEN OTHER CONTINUE
           END-EVALUATE.

       GESTION-MANDATS-MODIFIER.
           PERFORM GESTION-MANDATS-SAISIE.
           IF MDT-VALIDE = 1
               EXEC sql
                 UPDATE MANDAT SET
                   [NomCreancier] = :Mdt.Mdt-NomCreancier
                   ,[CodeBanque] = :Mdt.Mdt-CodeBanque
                   ,[CodeGuichet] = :Mdt.Mdt-CodeGuichet
                   ,[RacineCompte] = :Mdt.Mdt-RacineCompte
                   ,[TypeCompte] = :Mdt.Mdt-TypeCompte
                   ,[DateSignature] = :Mdt.Mdt-DateSignature
                   ,[TypeSequence] = :Mdt.Mdt-TypeSequence
                   ,[Revoque] = :Mdt.Mdt-Revoque
                 WHERE Ics = :Mdt.Mdt-Ics
                 AND Rum = :Mdt.Mdt-Rum
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

       GESTION-MANDATS-SUPPRIMER.
           MOVE SPACE TO MDT-CONFIRM.
           DISPLAY MenuMandatConfirmSuppr.
           ACCEPT MDT-CONFIRM LINE 19 Col 38.
           IF MDT-CONFIRM = "O" OR MDT-CONFIRM = "o"
               EXEC sql
                 DELETE FROM MANDAT
                 WHERE Ics = :Mdt.Mdt-Ics
                 AND Rum = :Mdt.Mdt-Rum
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      *************************************************************************
      * PRELEVEMENTS SEPA RECUS (etape batch PRELEVEMENTS)
      * Chaque prelevement est rapproche de son compte par l'IBAN, puis
      * de son mandat par ICS et RUM, et poste comme un debit du jour
      * (decouvert autorise, devise du compte). Les refus partent au
      * fichier des retours avec le code motif SEPA attendu par la
      * banque du creancier : AC01 IBAN inconnu, AC04 compte cloture,
      * MD01 sans mandat valide (inconnu, d'un autre compte, revoque,
      * ponctuel deja utilise), AM03 devise, AC06 compte bloque, AM04
      * provision insuffisante, FF01 ligne illisible.
      * Chaque debit poste est trace dans la table PRELEVEMENT (compte,
      * ICS, RUM, reference de bout en bout) dans son unite de travail :
      * une remise reprise apres un arret en cours d'etape ne redebite
      * pas les lignes deja postees, elle les compte a part.
      *************************************************************************
       PRELEVEMENTS-INIT.
           MOVE 0 TO FIN-PRLV-FICHIER.
           MOVE 0 TO PRLV-LUS.
           MOVE 0 TO PRLV-POSTES.
           MOVE 0 TO PRLV-RETOURNES.
           MOVE 0 TO PRLV-SANS-MANDAT.
           MOVE 0 TO PRLV-COMPTE-KO.
           MOVE 0 TO PRLV-REJETS-DECOUVERT.
           MOVE 0 TO PRLV-REJETS-DEVISE.
           MOVE 0 TO PRLV-REJETS-BLOCAGE.
           MOVE 0 TO PRLV-ECHECS-SQL.
           MOVE 0 TO PRLV-DEJA-POSTES.
           PERFORM DATE-JOUR-ISO-CALCUL.
           OPEN INPUT PRELEVEMENT-FICHIER.
           OPEN EXTEND RETOUR-PRLV-FICHIER.
           MOVE 1 TO PRLV-CTRL-OK.
           MOVE SPACES TO PRLV-CTRL-MOTIF.
           MOVE SPACES TO PRLV-REMISE-REF.
           READ PRELEVEMENT-FICHIER
               at end
                   MOVE 0 TO PRLV-CTRL-OK
                   MOVE "FICHIER VIDE" TO PRLV-CTRL-MOTIF
                   MOVE 1 TO FIN-PRLV-FICHIER
               not at end
                   PERFORM PRELEVEMENTS-CONTROLE-ENTETE
           end-read.
           IF PRLV-CTRL-OK = 1
               PERFORM PRELEVEMENTS-REMISE-VERIFIER
               IF PRLV-REMISE-CONNUE = 1
                   MOVE 0 TO PRLV-CTRL-OK
                   MOVE "REMISE DEJA TRAITEE" TO PRLV-CTRL-MOTIF
               END-IF
           END-IF.

       PRELEVEMENTS-CONTROLE-ENTETE.
           MOVE SPACES TO PRLV-TYPE-ENR.
           MOVE SPACES TO PRLV-REMISE-DATE.
           UNSTRING EnrPrelevementFichier DELIMITED ";" INTO
               PRLV-TYPE-ENR
               PRLV-REMISE-DATE
               PRLV-REMISE-REF
           END-UNSTRING.
           IF PRLV-TYPE-ENR NOT = "ENTETE" OR PRLV-REMISE-REF = SPACES
               MOVE 0 TO PRLV-CTRL-OK
               MOVE "ENTETE DE REMISE ABSENTE" TO PRLV-CTRL-MOTIF
               MOVE 1 TO FIN-PRLV-FICHIER
           END-IF.

      * Le registre est cree vide au premier passage, comme celui des
      * remises de mouvements.
       PRELEVEMENTS-REMISE-VERIFIER.
           MOVE 0 TO PRLV-REMISE-CONNUE.
           MOVE 0 TO FIN-REMISE-PRLV.
           OPEN EXTEND REMISE-PRLV-FICHIER.
           CLOSE REMISE-PRLV-FICHIER.
           OPEN INPUT REMISE-PRLV-FICHIER.
           PERFORM PRELEVEMENTS-REMISE-LIGNE
               UNTIL FIN-REMISE-PRLV = 1.
           CLOSE REMISE-PRLV-FICHIER.

       PRELEVEMENTS-REMISE-LIGNE.
           READ REMISE-PRLV-FICHIER
               at end move 1 to FIN-REMISE-PRLV
               not at end
                   if EnrRemisePrlv(1:20) = PRLV-REMISE-REF
                       move 1 to PRLV-REMISE-CONNUE
                   end-if
           end-read.

      * La reference n'est inscrite qu'une fois la remise entierement
      * lue : une remise interrompue peut repasser, ses lignes deja
      * postees etant ecartees par leur trace.
       PRELEVEMENTS-REMISE-ENREGISTRER.
           OPEN EXTEND REMISE-PRLV-FICHIER.
           MOVE SPACES TO EnrRemisePrlv.
           MOVE PRLV-REMISE-REF TO EnrRemisePrlv.
           WRITE EnrRemisePrlv.
           CLOSE REMISE-PRLV-FICHIER.

       PRELEVEMENTS-REFUS.
           MOVE SPACES TO EnrBatchRapport.
           STRING "  REMISE REFUSEE : " DELIMITED BY SIZE
               PRLV-CTRL-MOTIF DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PRLV-REMISE-REF DELIMITED BY SIZE
               INTO EnrBatchRapport
           END-STRING.
           WRITE EnrBatchRapport.

       PRELEVEMENTS-TRAITEMENT.
           READ PRELEVEMENT-FICHIER
               at end move 1 to FIN-PRLV-FICHIER
               not at end
                   if EnrPrelevementFichier NOT = SPACES
                       add 1 to PRLV-LUS
                       perform TrtPrlv
                   end-if
           end-read.

       PRELEVEMENTS-FIN.
           CLOSE PRELEVEMENT-FICHIER.
           CLOSE RETOUR-PRLV-FICHIER.

      ************************************
      * Traitement d'un prelevement recu
      ************************************
       TrtPrlv.
           MOVE SPACES TO PRLV-CODE-RETOUR.
           MOVE SPACES TO PRLV-MOTIF.
           PERFORM TrtPrlv-Analyse.
           IF PRLV-VALIDE = 0
               MOVE "FF01" TO PRLV-CODE-RETOUR
               MOVE "LIGNE ILLISIBLE" TO PRLV-MOTIF
           END-IF.
           IF PRLV-CODE-RETOUR = SPACES
               PERFORM TrtPrlv-Verif-Compte
           END-IF.
      * Deja poste : ni nouveau debit, ni retour au creancier.
           MOVE 0 TO PRLV-TRACES.
           IF PRLV-CODE-RETOUR = SPACES
               PERFORM TrtPrlv-Verif-Trace
           END-IF.
           IF PRLV-TRACES > 0
               ADD 1 TO PRLV-DEJA-POSTES
           ELSE
               PERFORM TrtPrlv-Controles
           END-IF.

       TrtPrlv-Controles.
           IF PRLV-CODE-RETOUR = SPACES
               PERFORM TrtPrlv-Verif-Mandat
           END-IF.
           IF PRLV-CODE-RETOUR = SPACES
               PERFORM TrtPrlv-Verif-Montant
           END-IF.
           IF PRLV-CODE-RETOUR = SPACES
               PERFORM TrtPrlv-Posting
           ELSE
               PERFORM TrtPrlv-Retour
           END-IF.

      * Huit champs attendus ; la devise vide vaut l'euro, comme dans
      * les mouvements du jour. L'echeance vide vaut la date du jour ;
      * renseignee, elle doit etre une date AAAA-MM-JJ existante.
       TrtPrlv-Analyse.
           MOVE 1 TO PRLV-VALIDE.
           MOVE 0 TO UNSTRING-TALLY.
           MOVE SPACES TO PRLV.
           MOVE 0 TO Prlv-Montant.
           UNSTRING EnrPrelevementFichier DELIMITED ";" INTO
               Prlv-Echeance
               Prlv-Iban
               Prlv-Rum
               Prlv-Ics
               Prlv-NomCreancier
               Prlv-Montant
               Prlv-Devise
               Prlv-Reference
               TALLYING IN UNSTRING-TALLY
           END-UNSTRING.
           IF UNSTRING-TALLY NOT = 8
               MOVE 0 TO PRLV-VALIDE
           END-IF.
           IF Prlv-Devise = SPACES
               MOVE "EUR" TO Prlv-Devise
           END-IF.
           IF Prlv-Echeance = SPACES
               MOVE DATE-JOUR-ISO TO Prlv-Echeance
           ELSE
               MOVE Prlv-Echeance TO CAL-DATE-CALC
               PERFORM CALENDRIER-DATE-VALIDER
               IF CAL-VALIDE = 0
                   MOVE 0 TO PRLV-VALIDE
               END-IF
           END-IF.
           IF PRLV-VALIDE = 1
               IF Prlv-Iban = SPACES OR Prlv-Rum = SPACES
                   OR Prlv-Ics = SPACES OR Prlv-Reference = SPACES
                   MOVE 0 TO PRLV-VALIDE
               END-IF
           END-IF.
           IF PRLV-VALIDE = 1
               IF Prlv-Montant IS NOT NUMERIC OR Prlv-Montant = 0
                   MOVE 0 TO PRLV-VALIDE
               END-IF
           END-IF.

      * Le compte debite est celui qui porte l'IBAN presente ; un
      * compte cloture garde son IBAN jusqu'a l'archivage, d'ou la
      * distinction entre IBAN inconnu et compte cloture.
       TrtPrlv-Verif-Compte.
           MOVE SPACES TO CodeBanque of MVT.
           MOVE SPACES TO CodeGuichet of MVT.
           MOVE SPACES TO RacineCompte of MVT.
           MOVE SPACES TO TypeCompte of MVT.
           EXEC sql
             SELECT TOP 1 [CodeBanque]
             ,[CodeGuichet]
             ,[RacineCompte]
             ,[TypeCompte]
             INTO :Mvt.CodeBanque, :Mvt.CodeGuichet,
               :Mvt.RacineCompte, :Mvt.TypeCompte
             FROM COMPTE
             WHERE [Iban] = :Prlv-Iban
             ORDER BY CASE WHEN [DateCloture] IS NULL THEN 0 ELSE 1 END
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "AC01" TO PRLV-CODE-RETOUR
               MOVE "IBAN INCONNU" TO PRLV-MOTIF
               ADD 1 TO PRLV-COMPTE-KO
           ELSE
               PERFORM TrtMvt-Verif-Compte
               IF COMPTE-EXISTE = 0
                   MOVE "AC04" TO PRLV-CODE-RETOUR
                   MOVE "COMPTE CLOTURE" TO PRLV-MOTIF
                   ADD 1 TO PRLV-COMPTE-KO
               END-IF
           END-IF.

      * Un prelevement de ce creancier et de meme reference de bout en
      * bout deja poste sur ce compte.
       TrtPrlv-Verif-Trace.
           EXEC sql
             SELECT COUNT(*) INTO :PRLV-TRACES
             FROM PRELEVEMENT
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND Ics = :Prlv-Ics
             AND [Reference] = :Prlv-Reference
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO PRLV-TRACES
               MOVE 0 TO SQLCODE
           END-IF.

      * Le mandat doit exister chez nous, viser ce compte, ne pas etre
      * revoque et, s'il est ponctuel, n'avoir encore jamais servi.
       TrtPrlv-Verif-Mandat.
           MOVE Prlv-Ics TO Mdt-Ics.
           MOVE Prlv-Rum TO Mdt-Rum.
           PERFORM GESTION-MANDATS-CHARGER.
           IF MDT-TROUVE = 0
               MOVE 0 TO SQLCODE
               MOVE "MANDAT INCONNU" TO PRLV-MOTIF
           ELSE
               IF Mdt-CodeBanque NOT = CodeBanque of MVT
                   OR Mdt-CodeGuichet NOT = CodeGuichet of MVT
                   OR Mdt-RacineCompte NOT = RacineCompte of MVT
                   OR Mdt-TypeCompte NOT = TypeCompte of MVT
                   MOVE "MANDAT D'UN AUTRE COMPTE" TO PRLV-MOTIF
               END-IF
               IF PRLV-MOTIF = SPACES AND Mdt-Revoque = "O"
                   MOVE "MANDAT REVOQUE" TO PRLV-MOTIF
               END-IF
               IF PRLV-MOTIF = SPACES AND Mdt-TypeSequence = "P"
                   AND Mdt-DernierPrlv NOT = SPACES
                   MOVE "MANDAT PONCTUEL DEJA UTILISE" TO PRLV-MOTIF
               END-IF
           END-IF.
           IF PRLV-MOTIF NOT = SPACES
               MOVE "MD01" TO PRLV-CODE-RETOUR
               ADD 1 TO PRLV-SANS-MANDAT
           END-IF.

      * Devise du compte lue par TrtMvt-Verif-Compte, puis decouvert
      * autorise sur le montant en euros, comme un debit du jour. Un
      * prelevement refuse faute de provision est un debit refuse pour
      * decouvert : la commission d'intervention est notee.
       TrtPrlv-Verif-Montant.
           MOVE SPACES TO Libelle of MVT.
           STRING "PRLV SEPA " DELIMITED BY SIZE
               Mdt-NomCreancier DELIMITED BY SIZE
               INTO Libelle of MVT
           END-STRING.
           IF Prlv-Devise NOT = COMPTE-DEVISE-LUE
               MOVE "AM03" TO PRLV-CODE-RETOUR
               MOVE "DEVISE DU COMPTE DIFFERENTE" TO PRLV-MOTIF
               ADD 1 TO PRLV-REJETS-DEVISE
           ELSE
               MOVE "D" TO SensMouvement of MVT
               COMPUTE BLQ-MONTANT = Prlv-Montant / 100
               PERFORM TrtMvt-Verif-Blocage
           END-IF.
      * Un compte bloque (opposition, saisie, succession) retourne le
      * prelevement en AC06, sans commission d'intervention.
           IF PRLV-CODE-RETOUR = SPACES AND MVT-BLOQUE = 1
               MOVE "AC06" TO PRLV-CODE-RETOUR
               MOVE "COMPTE BLOQUE" TO PRLV-MOTIF
               ADD 1 TO PRLV-REJETS-BLOCAGE
           END-IF.
           IF PRLV-CODE-RETOUR = SPACES
               COMPUTE Dec-Montant = Prlv-Montant / 100
               MOVE 0 TO MVT-DEPASSEMENT
               PERFORM TrtMvt-Verif-Decouvert
               IF MVT-DEPASSEMENT = 1
                   MOVE "AM04" TO PRLV-CODE-RETOUR
                   MOVE "PROVISION INSUFFISANTE" TO PRLV-MOTIF
                   ADD 1 TO PRLV-REJETS-DECOUVERT
                   PERFORM FRAIS-EVENEMENT-REFUS
               END-IF
           END-IF.

      * Debit par les ecritures communes, date d'usage du mandat et
      * trace du prelevement dans la meme unite de travail. Un echec
      * SQL n'est pas retourne au creancier : le prelevement reste a
      * reprendre a la main.
       TrtPrlv-Posting.
           MOVE 0 TO TRT-SQL-ECHEC.
           MOVE "D" TO SensMouvement of MVT.
           COMPUTE Montant of MVT = Prlv-Montant / 100.
      * Une echeance presentee pour un jour ferme se regle le jour
      * ouvre suivant, comme dans le systeme d'echange.
           MOVE Prlv-Echeance TO CAL-DATE-CALC.
           MOVE "S" TO CAL-SENS.
           PERFORM CALENDRIER-JOUR-OUVRE.
           MOVE CAL-DATE-CALC TO DateValeur of MVT.
           MOVE COMPTE-DEVISE-LUE TO Devise of MVT.
           PERFORM TrtMvt-Posting-Ecritures.
           IF TRT-SQL-ECHEC = 0
               EXEC sql
                 UPDATE MANDAT SET
                   [DateDernierPrelevement] = :DATE-JOUR-ISO
                 WHERE Ics = :Mdt.Mdt-Ics
                 AND Rum = :Mdt.Mdt-Rum
               END-EXEC
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               EXEC sql
                 INSERT INTO PRELEVEMENT
                     ([CodeBanque]
                     ,[CodeGuichet]
                     ,[RacineCompte]
                     ,[TypeCompte]
                     ,[Ics]
                     ,[Rum]
                     ,[Reference]
                     ,[Echeance]
                     ,[Montant]
                     ,[RemiseReference]
                     ,[DateTraitement])
                 VALUES
                     (:Mvt.CodeBanque
                     ,:Mvt.CodeGuichet
                     ,:Mvt.RacineCompte
                     ,:Mvt.TypeCompte
                     ,:Prlv-Ics
                     ,:Prlv-Rum
                     ,:Prlv-Reference
                     ,:Prlv-Echeance
                     ,:Mvt.Montant
                     ,:PRLV-REMISE-REF
                     ,:DATE-JOUR-ISO)
               END-EXEC
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
               ADD 1 TO PRLV-POSTES
           ELSE
               PERFORM SQL-ERREUR
               ADD 1 TO PRLV-ECHECS-SQL
               MOVE 0 TO SQLCODE
           END-IF.

      * Ligne de retour : reference de bout en bout;echeance;IBAN;RUM;
      * ICS;montant en centimes;devise;code motif SEPA;motif en
      * clair;date du retour. Une ligne illisible est reprise telle
      * quelle apres son code.
       TrtPrlv-Retour.
           ADD 1 TO PRLV-RETOURNES.
           MOVE SPACES TO EnrRetourPrlv.
           IF PRLV-VALIDE = 0
               STRING PRLV-CODE-RETOUR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRLV-MOTIF DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   EnrPrelevementFichier DELIMITED BY "  "
                   INTO EnrRetourPrlv
               END-STRING
           ELSE
               STRING Prlv-Reference DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   Prlv-Echeance DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   Prlv-Iban DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   Prlv-Rum DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   Prlv-Ics DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   Prlv-Montant DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   Prlv-Devise DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRLV-CODE-RETOUR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   PRLV-MOTIF DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   DATE-JOUR-ISO DELIMITED BY SIZE
                   INTO EnrRetourPrlv
               END-STRING
           END-IF.
           WRITE EnrRetourPrlv.

      *************************************************************************
      * OPTION 26 : BAREME DES FRAIS PAR TYPE DE COMPTE
      * Sur le modele du bareme des taux : le bareme le plus recent du
      * type est charge ; [N]ouveau bareme cree une nouvelle date
      * d'effet, l'historique restant en base pour les mois passes.
      *************************************************************************
       GESTION-FRAIS.
           MOVE 0 TO FRS-FIN.
           PERFORM GESTION-FRAIS-TRT UNTIL FRS-FIN = 1.

       GESTION-FRAIS-TRT.
           PERFORM GESTION-FRAIS-RECHERCHE.
           IF FRS-FIN = 0
               PERFORM GESTION-FRAIS-CHARGER
               IF FRS-TROUVE = 1
                   PERFORM GESTION-FRAIS-FICHE
               ELSE
                   PERFORM GESTION-FRAIS-INCONNU
               END-IF
           END-IF.

       GESTION-FRAIS-RECHERCHE.
           MOVE SPACES TO Frs-TypeCompte.
           DISPLAY MenuFraisRecherche.
           ACCEPT Frs-TypeCompte LINE 6 Col 58.
           IF Frs-TypeCompte = SPACES
               MOVE 1 TO FRS-FIN
           END-IF.

       GESTION-FRAIS-CHARGER.
           MOVE 0 TO FRS-TROUVE.
           MOVE 0 TO Frs-TenueCompte.
           MOVE 0 TO Frs-Intervention.
           MOVE 0 TO Frs-VirementSepa.
           MOVE 0 TO Frs-Plafond.
           MOVE SPACES TO Frs-DateEffet.
           EXEC sql
             SELECT TOP 1 [TenueCompte]
             ,[CommissionIntervention]
             ,[VirementSepa]
             ,[PlafondIntervention]
             ,[DateEffet]
             INTO :Frs-TenueCompte, :Frs-Intervention,
               :Frs-VirementSepa, :Frs-Plafond, :Frs-DateEffet
             FROM FRAIS WHERE TypeCompte = :Frs-TypeCompte
             ORDER BY [DateEffet] DESC
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO FRS-TROUVE
           END-IF.

       GESTION-FRAIS-INCONNU.
           MOVE SPACE TO FRS-CONFIRM.
           DISPLAY MenuFraisInconnu.
           ACCEPT FRS-CONFIRM LINE 8 Col 61.
           IF FRS-CONFIRM = "C" OR FRS-CONFIRM = "c"
               PERFORM GESTION-FRAIS-CREER
           END-IF.

      * Creation d'un bareme date pour le type : premier bareme comme
      * changement de tarif. Pas d'insertion sans date d'effet.
       GESTION-FRAIS-CREER.
           MOVE SPACES TO Frs-DateEffet.
           PERFORM GESTION-FRAIS-SAISIE.
           ACCEPT Frs-DateEffet LINE 12 Col 42.
           IF Frs-DateEffet NOT = SPACES
               EXEC sql
                 INSERT INTO FRAIS
                     ([TypeCompte]
                     ,[TenueCompte]
                     ,[CommissionIntervention]
                     ,[VirementSepa]
                     ,[PlafondIntervention]
                     ,[DateEffet])
                 VALUES
                     (:Frs-TypeCompte
                     ,:Frs-TenueCompte
                     ,:Frs-Intervention
                     ,:Frs-VirementSepa
                     ,:Frs-Plafond
                     ,:Frs-DateEffet)
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      * Montants en centimes ; la date d'effet n'est saisie qu'a la
      * creation (une correction garde la date du bareme charge).
       GESTION-FRAIS-SAISIE.
           MOVE 0 TO FRS-TENUE-CENTIMES.
           MOVE 0 TO FRS-INTERV-CENTIMES.
           MOVE 0 TO FRS-VIR-CENTIMES.
           MOVE 0 TO FRS-PLAFOND-CENTIMES.
           DISPLAY MenuFraisSaisie.
           ACCEPT FRS-TENUE-CENTIMES LINE 8 Col 42.
           ACCEPT FRS-INTERV-CENTIMES LINE 9 Col 42.
           ACCEPT FRS-VIR-CENTIMES LINE 10 Col 42.
           ACCEPT FRS-PLAFOND-CENTIMES LINE 11 Col 42.
           COMPUTE Frs-TenueCompte = FRS-TENUE-CENTIMES / 100.
           COMPUTE Frs-Intervention = FRS-INTERV-CENTIMES / 100.
           COMPUTE Frs-VirementSepa = FRS-VIR-CENTIMES / 100.
           COMPUTE Frs-Plafond = FRS-PLAFOND-CENTIMES / 100.

       GESTION-FRAIS-FICHE.
           MOVE SPACE TO FRS-ACTION.
           DISPLAY MenuFraisFiche.
           ACCEPT FRS-ACTION LINE 15 Col 60.
           EVALUATE FRS-ACTION
               WHEN "N" WHEN "n" PERFORM GESTION-FRAIS-CREER
               WHEN "M" WHEN "m" PERFORM GESTION-FRAIS-MODIFIER
               WHEN "S" WHEN "s" PERFORM GESTION-FRAIS-SUPPRIMER
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * Correction du bareme charge, a date d'effet inchangee ; pour
      * un changement de tarif date, passer par [N]ouveau bareme.
       GESTION-FRAIS-MODIFIER.
           PERFORM GESTION-FRAIS-SAISIE.
           EXEC sql
             UPDATE FRAIS SET
               [TenueCompte] = :Frs-TenueCompte
               ,[CommissionIntervention] = :Frs-Intervention
               ,[VirementSepa] = :Frs-VirementSepa
               ,[PlafondIntervention] = :Frs-Plafond
             WHERE TypeCompte = :Frs-TypeCompte
             AND DateEffet = :Frs-DateEffet
           END-EXEC.
           PERFORM SQL-VALIDER-UNITE.

       GESTION-FRAIS-SUPPRIMER.
           MOVE SPACE TO FRS-CONFIRM.
           DISPLAY MenuFraisConfirmSuppr.
           ACCEPT FRS-CONFIRM LINE 17 Col 38.
           IF FRS-CONFIRM = "O" OR FRS-CONFIRM = "o"
               EXEC sql
                 DELETE FROM FRAIS
                 WHERE TypeCompte = :Frs-TypeCompte
                 AND DateEffet = :Frs-DateEffet
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      *************************************************************************
      * EVENEMENTS FACTURABLES
      * Notes sur le compte des zones MVT par les traitements de
      * posting, factures par l'etape FRAIS du mois.
      *************************************************************************
      * Ecriture seule, sans validation, comme TrtMvt-Posting-
      * Ecritures : l'appelant l'inclut dans son unite de travail.
       FRAIS-EVENEMENT-ECRIRE.
           PERFORM DATE-JOUR-ISO-CALCUL.
           EXEC sql
             INSERT INTO EVENEMENTFRAIS
                 ([CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[TypeFrais]
                 ,[DateEvenement]
                 ,[Libelle])
             VALUES
                 (:Mvt.CodeBanque
                 ,:Mvt.CodeGuichet
                 ,:Mvt.RacineCompte
                 ,:Mvt.TypeCompte
                 ,:FRS-TYPE-EVT
                 ,:DATE-JOUR-ISO
                 ,:Mvt.Libelle)
           END-EXEC.
           IF SQLCODE < 0
               PERFORM TrtMvt-Posting-Echec
           END-IF.

      * Debit refuse pour decouvert : rien d'autre n'a ete ecrit,
      * l'evenement est valide seul. Son echec ne change rien au sort
      * du debit refuse.
       FRAIS-EVENEMENT-REFUS.
           MOVE 0 TO TRT-SQL-ECHEC.
           MOVE "C" TO FRS-TYPE-EVT.
           PERFORM FRAIS-EVENEMENT-ECRIRE.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
           ELSE
               MOVE 0 TO SQLCODE
           END-IF.

      *************************************************************************
      * FRAIS DU MOIS (etape batch FRAIS)
      * Pour chaque compte ouvert dont le type a un bareme de frais en
      * vigueur a la fin de la periode : frais de tenue du mois (une
      * seule fois par periode), commissions d'intervention des debits
      * refuses dans le mois, plafonnees au plafond mensuel, et frais
      * des virements SEPA emis. Les frais sont postes en debit par les
      * ecritures communes, en ecriture de la banque, et les
      * evenements factures sont dates : un second passage ne refacture
      * rien. L'etat est ensuite edite par banque et par type.
      *************************************************************************
       FRAIS-MENSUELS.
           PERFORM FRAIS-INIT.
           PERFORM FRAIS-TRT UNTIL FRS-FIN-CPT = 1.
           EXEC sql
             CLOSE CURSEUR-FRAIS
           END-EXEC.
           PERFORM FRAIS-RAPPORT.

      * Une periode mal formee retombe sur le mois courant. La fin de
      * periode au 31 suffit : les dates se comparent en AAAA-MM-JJ.
       FRAIS-INIT.
           MOVE 0 TO FRS-COMPTES.
           MOVE 0 TO FRS-TENUES.
           MOVE 0 TO FRS-INTERVENTIONS.
           MOVE 0 TO FRS-PLAFONNES.
           MOVE 0 TO FRS-VIREMENTS.
           MOVE 0 TO FRS-ECHECS.
           MOVE 0 TO FRS-BLOQUES.
           MOVE 0 TO FRS-TOTAL.
           MOVE 0 TO FRS-FIN-CPT.
           PERFORM DATE-JOUR-ISO-CALCUL.
           IF FRS-PERIODE(1:4) IS NOT NUMERIC
               OR FRS-PERIODE(5:1) NOT = "-"
               OR FRS-PERIODE(6:2) IS NOT NUMERIC
               MOVE DATE-JOUR-ISO(1:7) TO FRS-PERIODE
           END-IF.
           MOVE SPACES TO FRS-DEBUT.
           STRING FRS-PERIODE DELIMITED BY SIZE
               "-01" DELIMITED BY SIZE
               INTO FRS-DEBUT
           END-STRING.
           MOVE SPACES TO FRS-FIN-PERIODE.
           STRING FRS-PERIODE DELIMITED BY SIZE
               "-31" DELIMITED BY SIZE
               INTO FRS-FIN-PERIODE
           END-STRING.
           MOVE SPACES TO FRS-LIB-TENUE.
           STRING "FRAIS BANQUE TENUE DE COMPTE " DELIMITED BY SIZE
               FRS-PERIODE DELIMITED BY SIZE
               INTO FRS-LIB-TENUE
           END-STRING.
           MOVE SPACES TO FRS-LIB-INTERV.
           STRING "FRAIS BANQUE INTERVENTIONS " DELIMITED BY SIZE
               FRS-PERIODE DELIMITED BY SIZE
               INTO FRS-LIB-INTERV
           END-STRING.
           MOVE SPACES TO FRS-LIB-VIR.
           STRING "FRAIS BANQUE VIREMENTS SEPA " DELIMITED BY SIZE
               FRS-PERIODE DELIMITED BY SIZE
               INTO FRS-LIB-VIR
           END-STRING.
      * WITH HOLD : chaque compte facture est valide pendant que le
      * curseur est ouvert.
           EXEC sql
             DECLARE CURSEUR-FRAIS CURSOR WITH HOLD FOR
               SELECT COMPTE.[CodeBanque]
               ,COMPTE.[CodeGuichet]
               ,COMPTE.[RacineCompte]
               ,COMPTE.[TypeCompte]
               ,ISNULL(COMPTE.[Devise], 'EUR')
               ,FRAIS.[TenueCompte]
               ,FRAIS.[CommissionIntervention]
               ,FRAIS.[VirementSepa]
               ,FRAIS.[PlafondIntervention]
               FROM COMPTE
               INNER JOIN FRAIS
                 ON FRAIS.[TypeCompte] = COMPTE.[TypeCompte]
                 AND FRAIS.[DateEffet] =
                   (SELECT MAX(F2.[DateEffet]) FROM FRAIS F2
                   WHERE F2.[TypeCompte] = COMPTE.[TypeCompte]
                   AND F2.[DateEffet] <= :FRS-FIN-PERIODE)
               WHERE COMPTE.[DateCloture] IS NULL
               ORDER BY COMPTE.[CodeBanque], COMPTE.[CodeGuichet],
                   COMPTE.[RacineCompte], COMPTE.[TypeCompte]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-FRAIS
           END-EXEC.

       FRAIS-TRT.
           EXEC sql
             FETCH CURSEUR-FRAIS INTO
               :Mvt.CodeBanque, :Mvt.CodeGuichet, :Mvt.RacineCompte,
               :Mvt.TypeCompte, :Mvt.Devise, :Frs-TenueCompte,
               :Frs-Intervention, :Frs-VirementSepa, :Frs-Plafond
           END-EXEC.
      * Un compte bloque pour tous mouvements n'est pas facture : ses
      * evenements restent en attente, et la periode peut etre
      * repassee apres la levee (la tenue de compte est gardee par son
      * libelle).
           IF SQLCODE = 0
               PERFORM TrtMvt-Lire-Blocage
               IF COMPTE-BLOCAGE = "T"
                   ADD 1 TO FRS-BLOQUES
               ELSE
                   PERFORM FRAIS-COMPTE
               END-IF
           ELSE
               MOVE 1 TO FRS-FIN-CPT
           END-IF.

      * Montants du compte pour la periode, puis postes et evenements
      * dates dans une seule unite de travail.
       FRAIS-COMPTE.
           MOVE 0 TO TRT-SQL-ECHEC.
           MOVE 0 TO FRS-CPT-PLAFONNE.
           PERFORM FRAIS-COMPTE-CALCULER.
           IF FRS-MONTANT-TENUE > 0
               MOVE FRS-MONTANT-TENUE TO Montant of MVT
               MOVE FRS-LIB-TENUE TO Libelle of MVT
               PERFORM FRAIS-POSTER
           END-IF.
           IF TRT-SQL-ECHEC = 0 AND FRS-MONTANT-INTERV > 0
               MOVE FRS-MONTANT-INTERV TO Montant of MVT
               MOVE FRS-LIB-INTERV TO Libelle of MVT
               PERFORM FRAIS-POSTER
           END-IF.
           IF TRT-SQL-ECHEC = 0 AND FRS-MONTANT-VIR > 0
               MOVE FRS-MONTANT-VIR TO Montant of MVT
               MOVE FRS-LIB-VIR TO Libelle of MVT
               PERFORM FRAIS-POSTER
           END-IF.
      * Les evenements de la periode sont dates meme a tarif nul :
      * ils ne restent pas en attente d'une facturation qui ne viendra
      * pas.
           IF TRT-SQL-ECHEC = 0
               AND (FRS-NB-INTERV > 0 OR FRS-NB-VIR > 0)
               EXEC sql
                 UPDATE EVENEMENTFRAIS SET
                   [DateFacturation] = :DATE-JOUR-ISO
                 WHERE CodeBanque = :Mvt.CodeBanque
                 AND CodeGuichet = :Mvt.CodeGuichet
                 AND RacineCompte = :Mvt.RacineCompte
                 AND TypeCompte = :Mvt.TypeCompte
                 AND [DateFacturation] IS NULL
                 AND [DateEvenement] >= :FRS-DEBUT
                 AND [DateEvenement] <= :FRS-FIN-PERIODE
               END-EXEC
               IF SQLCODE < 0
                   PERFORM TrtMvt-Posting-Echec
               END-IF
           END-IF.
           IF TRT-SQL-ECHEC = 0
               PERFORM SQL-COMMIT
               PERFORM FRAIS-COMPTE-CUMULER
           ELSE
               ADD 1 TO FRS-ECHECS
               MOVE 0 TO SQLCODE
           END-IF.

      * Tenue de compte si elle n'a pas deja ete postee pour la
      * periode ; commissions au tarif, ramenees au plafond mensuel
      * (celui du bareme, sinon le plafond reglementaire) diminue des
      * commissions deja postees sur la periode, pour qu'un second
      * passage ne le rouvre pas ; virements au tarif.
       FRAIS-COMPTE-CALCULER.
           MOVE 0 TO FRS-NB-TENUE.
           MOVE 0 TO FRS-NB-INTERV.
           MOVE 0 TO FRS-NB-VIR.
           EXEC sql
             SELECT COUNT(*) INTO :FRS-NB-TENUE
             FROM MOUVEMENT
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND Libelle = :FRS-LIB-TENUE
           END-EXEC.
           EXEC sql
             SELECT COUNT(*) INTO :FRS-NB-INTERV
             FROM EVENEMENTFRAIS
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND [TypeFrais] = 'C'
             AND [DateFacturation] IS NULL
             AND [DateEvenement] >= :FRS-DEBUT
             AND [DateEvenement] <= :FRS-FIN-PERIODE
           END-EXEC.
           EXEC sql
             SELECT COUNT(*) INTO :FRS-NB-VIR
             FROM EVENEMENTFRAIS
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND [TypeFrais] = 'V'
             AND [DateFacturation] IS NULL
             AND [DateEvenement] >= :FRS-DEBUT
             AND [DateEvenement] <= :FRS-FIN-PERIODE
           END-EXEC.
           MOVE 0 TO FRS-MONTANT-TENUE.
           IF FRS-NB-TENUE = 0
               MOVE Frs-TenueCompte TO FRS-MONTANT-TENUE
           END-IF.
           COMPUTE FRS-MONTANT-INTERV = FRS-NB-INTERV * Frs-Intervention.
           MOVE Frs-Plafond TO FRS-PLAFOND-APPLIQUE.
           IF FRS-PLAFOND-APPLIQUE = 0
               OR FRS-PLAFOND-APPLIQUE > FRS-PLAFOND-LEGAL
               MOVE FRS-PLAFOND-LEGAL TO FRS-PLAFOND-APPLIQUE
           END-IF.
           EXEC sql
             SELECT ISNULL(SUM(Montant), 0) INTO :FRS-INTERV-POSTEES
             FROM MOUVEMENT
             WHERE CodeBanque = :Mvt.CodeBanque
             AND CodeGuichet = :Mvt.CodeGuichet
             AND RacineCompte = :Mvt.RacineCompte
             AND TypeCompte = :Mvt.TypeCompte
             AND Libelle = :FRS-LIB-INTERV
           END-EXEC.
           IF FRS-INTERV-POSTEES >= FRS-PLAFOND-APPLIQUE
               MOVE 0 TO FRS-PLAFOND-APPLIQUE
           ELSE
               SUBTRACT FRS-INTERV-POSTEES FROM FRS-PLAFOND-APPLIQUE
           END-IF.
           IF FRS-MONTANT-INTERV > FRS-PLAFOND-APPLIQUE
               MOVE FRS-PLAFOND-APPLIQUE TO FRS-MONTANT-INTERV
               MOVE 1 TO FRS-CPT-PLAFONNE
           END-IF.
           COMPUTE FRS-MONTANT-VIR = FRS-NB-VIR * Frs-VirementSepa.

      * Un frais est un debit de la banque : ni decouvert ni reprise
      * d'activite du compte.
       FRAIS-POSTER.
           MOVE "D" TO SensMouvement of MVT.
           MOVE DATE-JOUR-ISO TO DateValeur of MVT.
           MOVE 1 TO MVT-ECRITURE-BANQUE.
           PERFORM TrtMvt-Posting-Ecritures.
           MOVE 0 TO MVT-ECRITURE-BANQUE.

      * Compteurs et total en contre-valeur euro, une fois l'unite du
      * compte validee.
       FRAIS-COMPTE-CUMULER.
           IF FRS-MONTANT-TENUE > 0
               ADD 1 TO FRS-TENUES
           END-IF.
           IF FRS-MONTANT-INTERV > 0
               ADD FRS-NB-INTERV TO FRS-INTERVENTIONS
           END-IF.
           IF FRS-MONTANT-VIR > 0
               ADD FRS-NB-VIR TO FRS-VIREMENTS
           END-IF.
           IF FRS-CPT-PLAFONNE = 1
               ADD 1 TO FRS-PLAFONNES
           END-IF.
           MOVE Devise of MVT TO Dev-Code.
           COMPUTE Dev-Montant = FRS-MONTANT-TENUE + FRS-MONTANT-INTERV
               + FRS-MONTANT-VIR.
           IF Dev-Montant > 0
               ADD 1 TO FRS-COMPTES
               PERFORM DEVISE-CONTRE-VALEUR
               ADD Dev-ContreValeur TO FRS-TOTAL
           END-IF.

      * Etat imprimable : les mouvements de frais de la periode,
      * regroupes par banque puis par type de compte et par nature de
      * frais, comme l'etat de l'arrete.
       FRAIS-RAPPORT.
           OPEN OUTPUT FRAIS-FICHIER.
           MOVE SPACES TO EnrFraisFichier.
           STRING "FRAIS BANCAIRES DE LA PERIODE " DELIMITED BY SIZE
               FRS-PERIODE DELIMITED BY SIZE
               " - PASSAGE DU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrFraisFichier
           END-STRING.
           WRITE EnrFraisFichier.

           MOVE "FRAIS PAR BANQUE" TO EnrFraisFichier.
           WRITE EnrFraisFichier.
           EXEC sql
             DECLARE CURSEUR-FRAIS-BANQUE CURSOR FOR
               SELECT [CodeBanque]
               ,[Libelle]
               ,ISNULL([Devise], 'EUR')
               ,SUM([Montant])
               FROM MOUVEMENT
               WHERE [Libelle] LIKE 'FRAIS BANQUE %'
               AND RIGHT(RTRIM([Libelle]), 7) = :FRS-PERIODE
               GROUP BY [CodeBanque], [Libelle], ISNULL([Devise], 'EUR')
               ORDER BY [CodeBanque], [Libelle]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-FRAIS-BANQUE
           END-EXEC.
           PERFORM FRAIS-RAPPORT-BANQUE
               UNTIL (SQLCODE = 100) OR (SQLCODE = 101).
           EXEC sql
             CLOSE CURSEUR-FRAIS-BANQUE
           END-EXEC.

           MOVE "FRAIS PAR TYPE DE COMPTE" TO EnrFraisFichier.
           WRITE EnrFraisFichier.
           EXEC sql
             DECLARE CURSEUR-FRAIS-TYPE CURSOR FOR
               SELECT [TypeCompte]
               ,[Libelle]
               ,ISNULL([Devise], 'EUR')
               ,SUM([Montant])
               FROM MOUVEMENT
               WHERE [Libelle] LIKE 'FRAIS BANQUE %'
               AND RIGHT(RTRIM([Libelle]), 7) = :FRS-PERIODE
               GROUP BY [TypeCompte], [Libelle], ISNULL([Devise], 'EUR')
               ORDER BY [TypeCompte], [Libelle]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-FRAIS-TYPE
           END-EXEC.
           PERFORM FRAIS-RAPPORT-TYPE
               UNTIL (SQLCODE = 100) OR (SQLCODE = 101).
           EXEC sql
             CLOSE CURSEUR-FRAIS-TYPE
           END-EXEC.

           MOVE FRS-TOTAL TO FRS-MONTANT-EDIT.
           MOVE SPACES TO EnrFraisFichier.
           STRING "TOTAL DU PASSAGE " DELIMITED BY SIZE
               FRS-MONTANT-EDIT DELIMITED BY SIZE
               " EUR" DELIMITED BY SIZE
               INTO EnrFraisFichier
           END-STRING.
           WRITE EnrFraisFichier.
           CLOSE FRAIS-FICHIER.

       FRAIS-RAPPORT-BANQUE.
           EXEC sql
             FETCH CURSEUR-FRAIS-BANQUE INTO
               :Frs-GroupeCle, :Frs-GroupeLibelle, :Frs-GroupeDevise,
               :Frs-GroupeMontant
           END-EXEC.
           IF SQLCODE = 0
               PERFORM FRAIS-RAPPORT-LIGNE
           END-IF.

       FRAIS-RAPPORT-TYPE.
           EXEC sql
             FETCH CURSEUR-FRAIS-TYPE INTO
               :Frs-GroupeCle, :Frs-GroupeLibelle, :Frs-GroupeDevise,
               :Frs-GroupeMontant
           END-EXEC.
           IF SQLCODE = 0
               PERFORM FRAIS-RAPPORT-LIGNE
           END-IF.

      * Groupe en devise d'origine et en contre-valeur euro, comme
      * l'etat de l'arrete ; le libelle est edite sans son prefixe
      * commun FRAIS BANQUE.
       FRAIS-RAPPORT-LIGNE.
           MOVE Frs-GroupeDevise TO Dev-Code.
           MOVE Frs-GroupeMontant TO Dev-Montant.
           PERFORM DEVISE-CONTRE-VALEUR.
           MOVE Dev-ContreValeur TO FRS-MONTANT-EDIT.
           MOVE SPACES TO EnrFraisFichier.
           STRING "  " DELIMITED BY SIZE
               Frs-GroupeCle DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Frs-GroupeLibelle(14:26) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Frs-GroupeDevise DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FRS-MONTANT-EDIT DELIMITED BY SIZE
               " EUR" DELIMITED BY SIZE
               INTO EnrFraisFichier
           END-STRING.
           WRITE EnrFraisFichier.

      *************************************************************************
      * OPTION 27 : CALENDRIER DES JOURS FERMES
      * Un jour ferme par date, gere sur le modele du bareme des frais.
      * Une annee saisie seule genere ses jours feries et ses
      * fermetures TARGET2 ; les jours deja en table sont laisses tels
      * quels, ce qui permet de relancer la generation sans risque.
      *************************************************************************
       GESTION-CALENDRIER.
           MOVE 0 TO CAL-FIN.
           PERFORM GESTION-CALENDRIER-TRT UNTIL CAL-FIN = 1.

       GESTION-CALENDRIER-TRT.
           PERFORM GESTION-CALENDRIER-RECHERCHE.
           IF CAL-FIN = 0
               IF CAL-SAISIE(1:4) IS NUMERIC
                   AND CAL-SAISIE(5:6) = SPACES
                   PERFORM GESTION-CALENDRIER-GENERER
               ELSE
                   PERFORM GESTION-CALENDRIER-DATE
               END-IF
           END-IF.

       GESTION-CALENDRIER-RECHERCHE.
           MOVE SPACES TO CAL-SAISIE.
           DISPLAY MenuCalendrierRecherche.
           ACCEPT CAL-SAISIE LINE 8 Col 33.
           IF CAL-SAISIE = SPACES
               MOVE 1 TO CAL-FIN
           END-IF.

      * Une date hors calendrier est refusee : elle ne tomberait
      * jamais sur une vraie date de valeur.
       GESTION-CALENDRIER-DATE.
           MOVE CAL-SAISIE TO CAL-DATE-CALC.
           PERFORM CALENDRIER-DATE-VALIDER.
           IF CAL-VALIDE = 0
               DISPLAY MenuCalendrierDateInvalide
               ACCEPT CAL-CONFIRM LINE 24 Col 70
           ELSE
               MOVE CAL-DATE-CALC TO Cal-Date
               PERFORM GESTION-CALENDRIER-CHARGER
               IF CAL-TROUVE = 1
                   PERFORM GESTION-CALENDRIER-FICHE
               ELSE
                   PERFORM GESTION-CALENDRIER-INCONNU
               END-IF
           END-IF.

       GESTION-CALENDRIER-CHARGER.
           MOVE 0 TO CAL-TROUVE.
           MOVE SPACES TO Cal-Libelle.
           MOVE SPACE TO Cal-Nature.
           EXEC sql
             SELECT [Libelle]
             ,[Nature]
             INTO :Cal.Cal-Libelle, :Cal.Cal-Nature
             FROM CALENDRIER WHERE DateFermeture = :Cal.Cal-Date
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO CAL-TROUVE
           END-IF.

       GESTION-CALENDRIER-INCONNU.
           MOVE SPACE TO CAL-CONFIRM.
           DISPLAY MenuCalendrierInconnu.
           ACCEPT CAL-CONFIRM LINE 10 Col 66.
           IF CAL-CONFIRM = "C" OR CAL-CONFIRM = "c"
               PERFORM GESTION-CALENDRIER-CREER
           END-IF.

      * Pas d'insertion sans libelle : l'etat du calendrier et la fiche
      * doivent dire pourquoi le jour est ferme.
       GESTION-CALENDRIER-CREER.
           PERFORM GESTION-CALENDRIER-SAISIE.
           IF Cal-Libelle NOT = SPACES
               EXEC sql
                 INSERT INTO CALENDRIER
                     ([DateFermeture]
                     ,[Libelle]
                     ,[Nature])
                 VALUES
                     (:Cal.Cal-Date
                     ,:Cal.Cal-Libelle
                     ,:Cal.Cal-Nature)
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      * Une nature inconnue est enregistree [A] : le jour est ferme
      * pour tout le monde, ce qui est le cas le plus prudent.
       GESTION-CALENDRIER-SAISIE.
           MOVE SPACES TO Cal-Libelle.
           MOVE SPACE TO Cal-Nature.
           DISPLAY MenuCalendrierSaisie.
           ACCEPT Cal-Libelle LINE 7 Col 28.
           ACCEPT Cal-Nature LINE 8 Col 28.
           EVALUATE Cal-Nature
               WHEN "F" WHEN "f" MOVE "F" TO Cal-Nature
               WHEN "T" WHEN "t" MOVE "T" TO Cal-Nature
               WHEN OTHER MOVE "A" TO Cal-Nature
           END-EVALUATE.

       GESTION-CALENDRIER-FICHE.
           MOVE SPACE TO CAL-ACTION.
           DISPLAY MenuCalendrierFiche.
           ACCEPT CAL-ACTION LINE 15 Col 61.
           EVALUATE CAL-ACTION
               WHEN "M" WHEN "m" PERFORM GESTION-CALENDRIER-MODIFIER
               WHEN "S" WHEN "s" PERFORM GESTION-CALENDRIER-SUPPRIMER
               WHEN OTHER CONTINUE
           END-EVALUATE.

       GESTION-CALENDRIER-MODIFIER.
           PERFORM GESTION-CALENDRIER-SAISIE.
           IF Cal-Libelle NOT = SPACES
               EXEC sql
                 UPDATE CALENDRIER SET
                   [Libelle] = :Cal.Cal-Libelle
                   ,[Nature] = :Cal.Cal-Nature
                 WHERE DateFermeture = :Cal.Cal-Date
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

       GESTION-CALENDRIER-SUPPRIMER.
           MOVE SPACE TO CAL-CONFIRM.
           DISPLAY MenuCalendrierConfirmSuppr.
           ACCEPT CAL-CONFIRM LINE 17 Col 38.
           IF CAL-CONFIRM = "O" OR CAL-CONFIRM = "o"
               EXEC sql
                 DELETE FROM CALENDRIER
                 WHERE DateFermeture = :Cal.Cal-Date
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

       GESTION-CALENDRIER-GENERER.
           MOVE SPACE TO CAL-CONFIRM.
           DISPLAY MenuCalendrierGenerer.
           ACCEPT CAL-CONFIRM LINE 10 Col 48.
           IF CAL-CONFIRM = "O" OR CAL-CONFIRM = "o"
               PERFORM CALENDRIER-GENERER-ANNEE
               DISPLAY MenuCalendrierGenere
               ACCEPT CAL-CONFIRM LINE 14 Col 52
           END-IF.

      * Feries legaux en France, fixes puis mobiles (Paques), et jours
      * de fermeture de TARGET2 (1er janvier, Vendredi saint, lundi de
      * Paques, 1er mai, 25 et 26 decembre). Le lundi de Pentecote
      * reste ferme aux guichets malgre la journee de solidarite.
       CALENDRIER-GENERER-ANNEE.
           MOVE 0 TO CAL-AJOUTES.
           MOVE CAL-SAISIE(1:4) TO Cal-Annee.
           MOVE "-" TO Cal-Tiret1.
           MOVE "-" TO Cal-Tiret2.
           MOVE 1 TO Cal-Mois.
           MOVE 1 TO Cal-Jour.
           MOVE "JOUR DE L'AN" TO Cal-Libelle.
           MOVE "A" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 5 TO Cal-Mois.
           MOVE 1 TO Cal-Jour.
           MOVE "FETE DU TRAVAIL" TO Cal-Libelle.
           MOVE "A" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 5 TO Cal-Mois.
           MOVE 8 TO Cal-Jour.
           MOVE "VICTOIRE 1945" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 7 TO Cal-Mois.
           MOVE 14 TO Cal-Jour.
           MOVE "FETE NATIONALE" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 8 TO Cal-Mois.
           MOVE 15 TO Cal-Jour.
           MOVE "ASSOMPTION" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 11 TO Cal-Mois.
           MOVE 1 TO Cal-Jour.
           MOVE "TOUSSAINT" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 11 TO Cal-Mois.
           MOVE 11 TO Cal-Jour.
           MOVE "ARMISTICE 1918" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 12 TO Cal-Mois.
           MOVE 25 TO Cal-Jour.
           MOVE "NOEL" TO Cal-Libelle.
           MOVE "A" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           MOVE 12 TO Cal-Mois.
           MOVE 26 TO Cal-Jour.
           MOVE "LENDEMAIN DE NOEL" TO Cal-Libelle.
           MOVE "T" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
      * Les feries mobiles se comptent en jours depuis Paques.
           PERFORM CALENDRIER-PAQUES.
           PERFORM CALENDRIER-JOUR-PRECEDENT 2 TIMES.
           MOVE "VENDREDI SAINT" TO Cal-Libelle.
           MOVE "T" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           PERFORM CALENDRIER-JOUR-SUIVANT 3 TIMES.
           MOVE "LUNDI DE PAQUES" TO Cal-Libelle.
           MOVE "A" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           PERFORM CALENDRIER-JOUR-SUIVANT 38 TIMES.
           MOVE "ASCENSION" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.
           PERFORM CALENDRIER-JOUR-SUIVANT 11 TIMES.
           MOVE "LUNDI DE PENTECOTE" TO Cal-Libelle.
           MOVE "F" TO Cal-Nature.
           PERFORM CALENDRIER-GENERER-JOUR.

      * Un jour deja en table (saisi a la main ou genere avant) n'est
      * pas reecrit : seul le manquant est ajoute.
       CALENDRIER-GENERER-JOUR.
           MOVE CAL-DATE-CALC TO Cal-Date.
           MOVE 0 TO CAL-NB-JOURS.
           EXEC sql
             SELECT COUNT(*) INTO :CAL-NB-JOURS
             FROM CALENDRIER WHERE DateFermeture = :Cal.Cal-Date
           END-EXEC.
           IF SQLCODE = 0 AND CAL-NB-JOURS = 0
               EXEC sql
                 INSERT INTO CALENDRIER
                     ([DateFermeture]
                     ,[Libelle]
                     ,[Nature])
                 VALUES
                     (:Cal.Cal-Date
                     ,:Cal.Cal-Libelle
                     ,:Cal.Cal-Nature)
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
               IF TRT-SQL-ECHEC = 0
                   ADD 1 TO CAL-AJOUTES
               END-IF
           END-IF.

      * Dimanche de Paques de l'annee Cal-Annee, dans CAL-DATE-CALC
      * (algorithme gregorien anonyme, toutes divisions entieres).
       CALENDRIER-PAQUES.
           DIVIDE Cal-Annee BY 19 GIVING Cal-Pq-Quot
               REMAINDER Cal-Pq-A.
           DIVIDE Cal-Annee BY 100 GIVING Cal-Pq-B
               REMAINDER Cal-Pq-C.
           DIVIDE Cal-Pq-B BY 4 GIVING Cal-Pq-D
               REMAINDER Cal-Pq-E.
           COMPUTE Cal-Pq-Num = Cal-Pq-B + 8.
           DIVIDE Cal-Pq-Num BY 25 GIVING Cal-Pq-F.
           COMPUTE Cal-Pq-Num = Cal-Pq-B - Cal-Pq-F + 1.
           DIVIDE Cal-Pq-Num BY 3 GIVING Cal-Pq-G.
           COMPUTE Cal-Pq-Num = 19 * Cal-Pq-A + Cal-Pq-B - Cal-Pq-D
               - Cal-Pq-G + 15.
           DIVIDE Cal-Pq-Num BY 30 GIVING Cal-Pq-Quot
               REMAINDER Cal-Pq-H.
           DIVIDE Cal-Pq-C BY 4 GIVING Cal-Pq-I
               REMAINDER Cal-Pq-K.
           COMPUTE Cal-Pq-Num = 32 + 2 * Cal-Pq-E + 2 * Cal-Pq-I
               - Cal-Pq-H - Cal-Pq-K.
           DIVIDE Cal-Pq-Num BY 7 GIVING Cal-Pq-Quot
               REMAINDER Cal-Pq-L.
           COMPUTE Cal-Pq-Num = Cal-Pq-A + 11 * Cal-Pq-H
               + 22 * Cal-Pq-L.
           DIVIDE Cal-Pq-Num BY 451 GIVING Cal-Pq-M.
           COMPUTE Cal-Pq-Num = Cal-Pq-H + Cal-Pq-L - 7 * Cal-Pq-M
               + 114.
           DIVIDE Cal-Pq-Num BY 31 GIVING Cal-Mois
               REMAINDER Cal-Jour.
           ADD 1 TO Cal-Jour.

      *************************************************************************
      * JOURS OUVRES
      * Calculs sur la date de travail CAL-DATE-CALC, partages par les
      * virements, les prelevements, les ordres permanents, la chaine
      * de nuit, et les dates de valeur de l'import, des extournes, de
      * l'arrete et des transferts a la Caisse des Depots.
      *************************************************************************
      * Date reportee sur le premier jour ouvre, en arriere ou en avant
      * selon CAL-SENS ; une date deja ouvree reste telle quelle.
       CALENDRIER-JOUR-OUVRE.
           PERFORM CALENDRIER-TESTER.
           PERFORM CALENDRIER-REPORTER UNTIL CAL-FERME = 0.

       CALENDRIER-REPORTER.
           IF CAL-SENS = "P"
               PERFORM CALENDRIER-JOUR-PRECEDENT
           ELSE
               PERFORM CALENDRIER-JOUR-SUIVANT
           END-IF.
           PERFORM CALENDRIER-TESTER.

      * CAL-FERME a 1 pour un samedi, un dimanche ou un jour du
      * calendrier. Une date mal formee passe pour ouverte : le report
      * n'a rien a en dire, les controles de saisie s'en chargent. Le
      * calendrier illisible ne bloque pas le posting.
       CALENDRIER-TESTER.
           MOVE 0 TO CAL-FERME.
           PERFORM CALENDRIER-DATE-VALIDER.
           IF CAL-VALIDE = 1
               PERFORM CALENDRIER-JOUR-SEMAINE
               IF CAL-WEEK-END
                   MOVE 1 TO CAL-FERME
               ELSE
                   MOVE 0 TO CAL-NB-JOURS
                   EXEC sql
                     SELECT COUNT(*) INTO :CAL-NB-JOURS
                     FROM CALENDRIER
                     WHERE DateFermeture = :CAL-DATE-CALC
                   END-EXEC
                   IF SQLCODE = 0
                       IF CAL-NB-JOURS > 0
                           MOVE 1 TO CAL-FERME
                       END-IF
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
               END-IF
           END-IF.

      * Date AAAA-MM-JJ existante : mois de 01 a 12, jour compris dans
      * le mois (29 fevrier des annees bissextiles seulement).
       CALENDRIER-DATE-VALIDER.
           MOVE 0 TO CAL-VALIDE.
           IF Cal-Annee IS NUMERIC
               AND Cal-Tiret1 = "-"
               AND Cal-Mois IS NUMERIC
               AND Cal-Tiret2 = "-"
               AND Cal-Jour IS NUMERIC
               IF Cal-Mois >= 1 AND Cal-Mois <= 12
                   PERFORM CALENDRIER-LONGUEUR-MOIS
                   IF Cal-Jour >= 1
                       AND Cal-Jour <= CAL-LONGUEUR-MOIS
                       MOVE 1 TO CAL-VALIDE
                   END-IF
               END-IF
           END-IF.

       CALENDRIER-LONGUEUR-MOIS.
           EVALUATE Cal-Mois
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO CAL-LONGUEUR-MOIS
               WHEN 2
                   MOVE 28 TO CAL-LONGUEUR-MOIS
                   DIVIDE Cal-Annee BY 4 GIVING CAL-TERME
                       REMAINDER CAL-RESTE
                   IF CAL-RESTE = 0
                       MOVE 29 TO CAL-LONGUEUR-MOIS
                       DIVIDE Cal-Annee BY 100 GIVING CAL-TERME
                           REMAINDER CAL-RESTE
                       IF CAL-RESTE = 0
                           DIVIDE Cal-Annee BY 400 GIVING CAL-TERME
                               REMAINDER CAL-RESTE
                           IF CAL-RESTE NOT = 0
                               MOVE 28 TO CAL-LONGUEUR-MOIS
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO CAL-LONGUEUR-MOIS
           END-EVALUATE.

      * Jour de la semaine par le numero du jour, l'annee commencant en
      * mars pour que le 29 fevrier tombe en fin d'annee. Chaque terme
      * est divise a part : la division entiere doit tronquer terme a
      * terme.
       CALENDRIER-JOUR-SEMAINE.
           IF Cal-Mois < 3
               COMPUTE CAL-AN-MARS = Cal-Annee - 1
               COMPUTE CAL-MOIS-MARS = Cal-Mois + 9
           ELSE
               MOVE Cal-Annee TO CAL-AN-MARS
               COMPUTE CAL-MOIS-MARS = Cal-Mois - 3
           END-IF.
           COMPUTE CAL-NUMERO = 365 * CAL-AN-MARS + Cal-Jour.
           DIVIDE CAL-AN-MARS BY 4 GIVING CAL-TERME.
           ADD CAL-TERME TO CAL-NUMERO.
           DIVIDE CAL-AN-MARS BY 100 GIVING CAL-TERME.
           SUBTRACT CAL-TERME FROM CAL-NUMERO.
           DIVIDE CAL-AN-MARS BY 400 GIVING CAL-TERME.
           ADD CAL-TERME TO CAL-NUMERO.
           COMPUTE CAL-TERME = 153 * CAL-MOIS-MARS + 2.
           DIVIDE 5 INTO CAL-TERME.
           ADD CAL-TERME TO CAL-NUMERO.
           DIVIDE CAL-NUMERO BY 7 GIVING CAL-TERME
               REMAINDER CAL-JOUR-SEMAINE.

       CALENDRIER-JOUR-SUIVANT.
           PERFORM CALENDRIER-LONGUEUR-MOIS.
           IF Cal-Jour < CAL-LONGUEUR-MOIS
               ADD 1 TO Cal-Jour
           ELSE
               MOVE 1 TO Cal-Jour
               IF Cal-Mois < 12
                   ADD 1 TO Cal-Mois
               ELSE
                   MOVE 1 TO Cal-Mois
                   ADD 1 TO Cal-Annee
               END-IF
           END-IF.

       CALENDRIER-JOUR-PRECEDENT.
           IF Cal-Jour > 1
               SUBTRACT 1 FROM Cal-Jour
           ELSE
               IF Cal-Mois > 1
                   SUBTRACT 1 FROM Cal-Mois
               ELSE
                   MOVE 12 TO Cal-Mois
                   SUBTRACT 1 FROM Cal-Annee
               END-IF
               PERFORM CALENDRIER-LONGUEUR-MOIS
               MOVE CAL-LONGUEUR-MOIS TO Cal-Jour
           END-IF.

      *************************************************************************
      * OPTION 28 : BLOCAGES DE COMPTES
      * Registre des blocages (opposition, saisie, succession, gel pour
      * fraude), gere sur le modele des mandats : un blocage par
      * compte et date de debut. Il se leve sans s'effacer, pour garder
      * trace de qui l'a pose et leve ; la suppression ne sert qu'a
      * corriger une erreur de saisie. L'etat des comptes bloques est
      * edite a la demande ou par l'etape batch BLOCAGES.
      *************************************************************************
       BLOCAGES-COMPTES.
           MOVE SPACE TO BLQ-CHOIX.
           DISPLAY MenuBlocageChoix.
           ACCEPT BLQ-CHOIX LINE 6 Col 67.
           EVALUATE BLQ-CHOIX
               WHEN "G" WHEN "g" PERFORM GESTION-BLOCAGES
               WHEN "E" WHEN "e" PERFORM BLOCAGES-ETAT
               WHEN OTHER CONTINUE
           END-EVALUATE.

       GESTION-BLOCAGES.
           MOVE 0 TO BLQ-FIN.
           PERFORM GESTION-BLOCAGES-TRT UNTIL BLQ-FIN = 1.

       GESTION-BLOCAGES-TRT.
           PERFORM GESTION-BLOCAGES-RECHERCHE.
           IF BLQ-FIN = 0 AND BLQ-VALIDE = 1
               PERFORM GESTION-BLOCAGES-CHARGER
               IF BLQ-TROUVE = 1
                   PERFORM GESTION-BLOCAGES-FICHE
               ELSE
                   PERFORM GESTION-BLOCAGES-INCONNU
               END-IF
           END-IF.

      * Une date de debut vide vaut la date du jour, le cas courant a
      * la reception d'une opposition.
       GESTION-BLOCAGES-RECHERCHE.
           MOVE 1 TO BLQ-VALIDE.
           MOVE SPACES TO Blq-CodeBanque.
           MOVE SPACES TO Blq-CodeGuichet.
           MOVE SPACES TO Blq-RacineCompte.
           MOVE SPACES TO Blq-TypeCompte.
           MOVE SPACES TO Blq-DateDebut.
           DISPLAY MenuBlocageRecherche.
           ACCEPT Blq-CodeBanque LINE 7 Col 20.
           IF Blq-CodeBanque = SPACES
               MOVE 1 TO BLQ-FIN
           ELSE
               ACCEPT Blq-CodeGuichet LINE 8 Col 20
               ACCEPT Blq-RacineCompte LINE 9 Col 20
               ACCEPT Blq-TypeCompte LINE 10 Col 20
               ACCEPT Blq-DateDebut LINE 11 Col 20
               PERFORM GESTION-BLOCAGES-DEBUT
           END-IF.

       GESTION-BLOCAGES-DEBUT.
           IF Blq-DateDebut = SPACES
               PERFORM DATE-JOUR-ISO-CALCUL
               MOVE DATE-JOUR-ISO TO Blq-DateDebut
           END-IF.
           MOVE Blq-DateDebut TO CAL-DATE-CALC.
           PERFORM CALENDRIER-DATE-VALIDER.
           IF CAL-VALIDE = 0
               MOVE 0 TO BLQ-VALIDE
               MOVE "date de debut invalide (AAAA-MM-JJ)"
                   TO BLQ-MOTIF-REFUS
               DISPLAY MenuBlocageInvalide
               ACCEPT BLQ-CONFIRM LINE 24 Col 73
           END-IF.

       GESTION-BLOCAGES-CHARGER.
           MOVE 0 TO BLQ-TROUVE.
           MOVE SPACE TO Blq-TypeBlocage.
           MOVE SPACES TO Blq-Motif.
           MOVE SPACES TO Blq-DateFin.
           MOVE 0 TO Blq-MontantSaisi.
           MOVE SPACES TO Blq-PosePar.
           MOVE SPACES TO Blq-LevePar.
           MOVE SPACES TO Blq-DateLevee.
           EXEC sql
             SELECT [TypeBlocage]
             ,[Motif]
             ,ISNULL([DateFin], '')
             ,[MontantSaisi]
             ,[PosePar]
             ,ISNULL([LevePar], '')
             ,ISNULL([DateLevee], '')
             INTO :Blq.Blq-TypeBlocage, :Blq.Blq-Motif,
               :Blq.Blq-DateFin, :Blq.Blq-MontantSaisi,
               :Blq.Blq-PosePar, :Blq.Blq-LevePar, :Blq.Blq-DateLevee
             FROM BLOCAGE
             WHERE CodeBanque = :Blq.Blq-CodeBanque
             AND CodeGuichet = :Blq.Blq-CodeGuichet
             AND RacineCompte = :Blq.Blq-RacineCompte
             AND TypeCompte = :Blq.Blq-TypeCompte
             AND DateDebut = :Blq.Blq-DateDebut
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO BLQ-TROUVE
           END-IF.

       GESTION-BLOCAGES-INCONNU.
           MOVE SPACE TO BLQ-CONFIRM.
           DISPLAY MenuBlocageInconnu.
           ACCEPT BLQ-CONFIRM LINE 13 Col 68.
           IF BLQ-CONFIRM = "C" OR BLQ-CONFIRM = "c"
               PERFORM GESTION-BLOCAGES-CREER
           END-IF.

      * On ne bloque qu'un compte existant et ouvert ; l'operateur
      * connecte est note comme auteur du blocage.
       GESTION-BLOCAGES-CREER.
           MOVE Blq-CodeBanque TO CodeBanque of MVT.
           MOVE Blq-CodeGuichet TO CodeGuichet of MVT.
           MOVE Blq-RacineCompte TO RacineCompte of MVT.
           MOVE Blq-TypeCompte TO TypeCompte of MVT.
           PERFORM TrtMvt-Verif-Compte.
           IF COMPTE-EXISTE = 0
               MOVE "compte inconnu ou cloture" TO BLQ-MOTIF-REFUS
               DISPLAY MenuBlocageInvalide
               ACCEPT BLQ-CONFIRM LINE 24 Col 73
           ELSE
               MOVE "D" TO Blq-TypeBlocage
               MOVE SPACES TO Blq-Motif
               MOVE SPACES TO Blq-DateFin
               MOVE 0 TO Blq-MontantSaisi
               MOVE OPERATEUR-ID TO Blq-PosePar
               PERFORM GESTION-BLOCAGES-SAISIE
               IF BLQ-VALIDE = 1
                   EXEC sql
                     INSERT INTO BLOCAGE
                         ([CodeBanque]
                         ,[CodeGuichet]
                         ,[RacineCompte]
                         ,[TypeCompte]
                         ,[DateDebut]
                         ,[TypeBlocage]
                         ,[Motif]
                         ,[DateFin]
                         ,[MontantSaisi]
                         ,[PosePar])
                     VALUES
                         (:Blq.Blq-CodeBanque
                         ,:Blq.Blq-CodeGuichet
                         ,:Blq.Blq-RacineCompte
                         ,:Blq.Blq-TypeCompte
                         ,:Blq.Blq-DateDebut
                         ,:Blq.Blq-TypeBlocage
                         ,:Blq.Blq-Motif
                         ,NULLIF(:Blq.Blq-DateFin, '')
                         ,:Blq.Blq-MontantSaisi
                         ,:Blq.Blq-PosePar)
                   END-EXEC
                   PERFORM SQL-VALIDER-UNITE
               END-IF
           END-IF.

      * Les zones sont presentees avec leur valeur courante : Entree
      * sur une zone la conserve. Le montant saisi se tape en centimes.
       GESTION-BLOCAGES-SAISIE.
           COMPUTE BLQ-SAISI-CENTIMES = Blq-MontantSaisi * 100.
           DISPLAY MenuBlocageSaisie.
           ACCEPT Blq-TypeBlocage LINE 8 Col 28.
           ACCEPT Blq-Motif LINE 9 Col 28.
           ACCEPT Blq-DateFin LINE 10 Col 28.
           ACCEPT BLQ-SAISI-CENTIMES LINE 11 Col 28.
           COMPUTE Blq-MontantSaisi = BLQ-SAISI-CENTIMES / 100.
           PERFORM GESTION-BLOCAGES-CONTROLER.
           IF BLQ-VALIDE = 0
               DISPLAY MenuBlocageInvalide
               ACCEPT BLQ-CONFIRM LINE 24 Col 73
           END-IF.

      * Controles avant ecriture : type connu, motif renseigne (c'est
      * lui qui dit s'il s'agit d'une saisie, d'une succession...),
      * fin vide ou reelle et pas avant le debut, montant saisi
      * reserve au blocage des debits.
       GESTION-BLOCAGES-CONTROLER.
           MOVE 1 TO BLQ-VALIDE.
           MOVE SPACES TO BLQ-MOTIF-REFUS.
           IF Blq-TypeBlocage = "d"
               MOVE "D" TO Blq-TypeBlocage
           END-IF.
           IF Blq-TypeBlocage = "t"
               MOVE "T" TO Blq-TypeBlocage
           END-IF.
           IF Blq-TypeBlocage NOT = "D" AND Blq-TypeBlocage NOT = "T"
               MOVE 0 TO BLQ-VALIDE
               MOVE "type de blocage D ou T" TO BLQ-MOTIF-REFUS
           END-IF.
           IF BLQ-VALIDE = 1 AND Blq-Motif = SPACES
               MOVE 0 TO BLQ-VALIDE
               MOVE "motif du blocage absent" TO BLQ-MOTIF-REFUS
           END-IF.
           IF BLQ-VALIDE = 1 AND Blq-DateFin NOT = SPACES
               MOVE Blq-DateFin TO CAL-DATE-CALC
               PERFORM CALENDRIER-DATE-VALIDER
               IF CAL-VALIDE = 0
                   MOVE 0 TO BLQ-VALIDE
                   MOVE "date de fin invalide (AAAA-MM-JJ)"
                       TO BLQ-MOTIF-REFUS
               ELSE
                   IF Blq-DateFin < Blq-DateDebut
                       MOVE 0 TO BLQ-VALIDE
                       MOVE "date de fin avant le debut"
                           TO BLQ-MOTIF-REFUS
                   END-IF
               END-IF
           END-IF.
           IF BLQ-VALIDE = 1 AND Blq-TypeBlocage = "T"
               AND Blq-MontantSaisi > 0
               MOVE 0 TO BLQ-VALIDE
               MOVE "montant saisi : blocage des debits seulement"
                   TO BLQ-MOTIF-REFUS
           END-IF.

       GESTION-BLOCAGES-FICHE.
           MOVE SPACE TO BLQ-ACTION.
           DISPLAY MenuBlocageFiche.
           ACCEPT BLQ-ACTION LINE 15 Col 51.
           EVALUATE BLQ-ACTION
               WHEN "L" WHEN "l" PERFORM GESTION-BLOCAGES-LEVER
               WHEN "M" WHEN "m" PERFORM GESTION-BLOCAGES-MODIFIER
               WHEN "S" WHEN "s" PERFORM GESTION-BLOCAGES-SUPPRIMER
               WHEN OTHER CONTINUE
           END-EVALUATE.

      * La levee prend effet aussitot : date du jour et operateur
      * connecte. Un blocage deja leve ne se leve pas deux fois.
       GESTION-BLOCAGES-LEVER.
           IF Blq-DateLevee NOT = SPACES
               MOVE "blocage deja leve" TO BLQ-MOTIF-REFUS
               DISPLAY MenuBlocageInvalide
               ACCEPT BLQ-CONFIRM LINE 24 Col 73
           ELSE
               MOVE SPACE TO BLQ-CONFIRM
               DISPLAY MenuBlocageConfirmLevee
               ACCEPT BLQ-CONFIRM LINE 17 Col 43
               IF BLQ-CONFIRM = "O" OR BLQ-CONFIRM = "o"
                   PERFORM DATE-JOUR-ISO-CALCUL
                   MOVE DATE-JOUR-ISO TO Blq-DateLevee
                   MOVE OPERATEUR-ID TO Blq-LevePar
                   EXEC sql
                     UPDATE BLOCAGE SET
                       [DateLevee] = :Blq.Blq-DateLevee
                       ,[LevePar] = :Blq.Blq-LevePar
                     WHERE CodeBanque = :Blq.Blq-CodeBanque
                     AND CodeGuichet = :Blq.Blq-CodeGuichet
                     AND RacineCompte = :Blq.Blq-RacineCompte
                     AND TypeCompte = :Blq.Blq-TypeCompte
                     AND DateDebut = :Blq.Blq-DateDebut
                   END-EXEC
                   PERFORM SQL-VALIDER-UNITE
               END-IF
           END-IF.

       GESTION-BLOCAGES-MODIFIER.
           PERFORM GESTION-BLOCAGES-SAISIE.
           IF BLQ-VALIDE = 1
               EXEC sql
                 UPDATE BLOCAGE SET
                   [TypeBlocage] = :Blq.Blq-TypeBlocage
                   ,[Motif] = :Blq.Blq-Motif
                   ,[DateFin] = NULLIF(:Blq.Blq-DateFin, '')
                   ,[MontantSaisi] = :Blq.Blq-MontantSaisi
                 WHERE CodeBanque = :Blq.Blq-CodeBanque
                 AND CodeGuichet = :Blq.Blq-CodeGuichet
                 AND RacineCompte = :Blq.Blq-RacineCompte
                 AND TypeCompte = :Blq.Blq-TypeCompte
                 AND DateDebut = :Blq.Blq-DateDebut
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

       GESTION-BLOCAGES-SUPPRIMER.
           MOVE SPACE TO BLQ-CONFIRM.
           DISPLAY MenuBlocageConfirmSuppr.
           ACCEPT BLQ-CONFIRM LINE 17 Col 38.
           IF BLQ-CONFIRM = "O" OR BLQ-CONFIRM = "o"
               EXEC sql
                 DELETE FROM BLOCAGE
                 WHERE CodeBanque = :Blq.Blq-CodeBanque
                 AND CodeGuichet = :Blq.Blq-CodeGuichet
                 AND RacineCompte = :Blq.Blq-RacineCompte
                 AND TypeCompte = :Blq.Blq-TypeCompte
                 AND DateDebut = :Blq.Blq-DateDebut
               END-EXEC
               PERFORM SQL-VALIDER-UNITE
           END-IF.

      *************************************************************************
      * ETAT DES COMPTES BLOQUES (option 28 et etape batch BLOCAGES)
      * Un bloc par blocage actif ce jour, avec le solde du compte et
      * le montant retenu : tout le solde crediteur sous un blocage de
      * tous mouvements ou des debits, le montant saisi dans la limite
      * du solde crediteur sous une saisie. Un compte debiteur ne
      * retient rien.
      *************************************************************************
       BLOCAGES-ETAT.
           MOVE 0 TO BLQ-ACTIFS.
           MOVE 0 TO BLQ-FIN-ETAT.
           PERFORM DATE-JOUR-ISO-CALCUL.
           OPEN OUTPUT BLOCAGE-FICHIER.
           MOVE SPACES TO EnrBlocageFichier.
           STRING "COMPTES BLOQUES AU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrBlocageFichier
           END-STRING.
           WRITE EnrBlocageFichier.
           MOVE SPACES TO EnrBlocageFichier.
           STRING "  BANQ  GUICH RACINE    TC  T  DEBUT       "
               DELIMITED BY SIZE
               "FIN                  SOLDE DEV          RETENU  "
               DELIMITED BY SIZE
               "MOTIF" DELIMITED BY SIZE
               INTO EnrBlocageFichier
           END-STRING.
           WRITE EnrBlocageFichier.
           EXEC sql
             DECLARE CURSEUR-BLOCAGES CURSOR FOR
               SELECT BLOCAGE.[CodeBanque]
               ,BLOCAGE.[CodeGuichet]
               ,BLOCAGE.[RacineCompte]
               ,BLOCAGE.[TypeCompte]
               ,BLOCAGE.[DateDebut]
               ,BLOCAGE.[TypeBlocage]
               ,BLOCAGE.[Motif]
               ,ISNULL(BLOCAGE.[DateFin], '')
               ,BLOCAGE.[MontantSaisi]
               ,COMPTE.[SoldeDebiteur]
               ,COMPTE.[SoldeCrediteur]
               ,ISNULL(COMPTE.[Devise], 'EUR')
               FROM BLOCAGE
               INNER JOIN COMPTE
                 ON COMPTE.[CodeBanque] = BLOCAGE.[CodeBanque]
                 AND COMPTE.[CodeGuichet] = BLOCAGE.[CodeGuichet]
                 AND COMPTE.[RacineCompte] = BLOCAGE.[RacineCompte]
                 AND COMPTE.[TypeCompte] = BLOCAGE.[TypeCompte]
               WHERE BLOCAGE.[DateDebut] <= :DATE-JOUR-ISO
               AND (BLOCAGE.[DateFin] IS NULL
                 OR BLOCAGE.[DateFin] >= :DATE-JOUR-ISO)
               AND BLOCAGE.[DateLevee] IS NULL
               ORDER BY BLOCAGE.[CodeBanque], BLOCAGE.[CodeGuichet],
                   BLOCAGE.[RacineCompte], BLOCAGE.[TypeCompte],
                   BLOCAGE.[DateDebut]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-BLOCAGES
           END-EXEC.
           PERFORM BLOCAGES-ETAT-TRT UNTIL BLQ-FIN-ETAT = 1.
           EXEC sql
             CLOSE CURSEUR-BLOCAGES
           END-EXEC.
           MOVE BLQ-ACTIFS TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrBlocageFichier.
           STRING "TOTAL " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " BLOCAGE(S) ACTIF(S)" DELIMITED BY SIZE
               INTO EnrBlocageFichier
           END-STRING.
           WRITE EnrBlocageFichier.
           CLOSE BLOCAGE-FICHIER.
           IF NOT BATCH-ACTIF-OUI
               DISPLAY MenuBlocageEtatFait
               ACCEPT OPTION-BQ LINE 24 Col 1
           END-IF.

       BLOCAGES-ETAT-TRT.
           EXEC sql
             FETCH CURSEUR-BLOCAGES INTO
               :Blq.Blq-CodeBanque, :Blq.Blq-CodeGuichet,
               :Blq.Blq-RacineCompte, :Blq.Blq-TypeCompte,
               :Blq.Blq-DateDebut, :Blq.Blq-TypeBlocage,
               :Blq.Blq-Motif, :Blq.Blq-DateFin,
               :Blq.Blq-MontantSaisi, :Blq-SoldeDebiteur,
               :Blq-SoldeCrediteur, :Blq-Devise
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO BLQ-ACTIFS
               PERFORM BLOCAGES-ETAT-RETENU
               PERFORM BLOCAGES-ETAT-LIGNE
           ELSE
               MOVE 1 TO BLQ-FIN-ETAT
           END-IF.

       BLOCAGES-ETAT-RETENU.
           COMPUTE BLQ-SOLDE-NET = Blq-SoldeCrediteur
               - Blq-SoldeDebiteur.
           MOVE 0 TO Blq-Retenu.
           IF BLQ-SOLDE-NET > 0
               MOVE BLQ-SOLDE-NET TO Blq-Retenu
               IF Blq-TypeBlocage = "D" AND Blq-MontantSaisi > 0
                   AND Blq-MontantSaisi < BLQ-SOLDE-NET
                   MOVE Blq-MontantSaisi TO Blq-Retenu
               END-IF
           END-IF.

       BLOCAGES-ETAT-LIGNE.
           MOVE BLQ-SOLDE-NET TO BLQ-SOLDE-EDIT.
           MOVE Blq-Retenu TO BLQ-RETENU-EDIT.
           MOVE SPACES TO EnrBlocageFichier.
           STRING "  " DELIMITED BY SIZE
               Blq-CodeBanque DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Blq-CodeGuichet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Blq-RacineCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Blq-TypeCompte DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Blq-TypeBlocage DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Blq-DateDebut DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Blq-DateFin DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BLQ-SOLDE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Blq-Devise DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BLQ-RETENU-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Blq-Motif DELIMITED BY SIZE
               INTO EnrBlocageFichier
           END-STRING.
           WRITE EnrBlocageFichier.

      *************************************************************************
      * DECLARATIONS FICOBA (etape batch FICOBA)
      * Les ouvertures, clotures et changements de titulaire sont notes
      * au fil de l'eau par les traitements qui les posent (import,
      * recyclage des rejets, ouverture au guichet, cloture, transfert
      * a la Caisse des Depots, fiche client, dedoublonnage). L'etape
      * declare les evenements en attente dans un fichier date, avec
      * une ligne ENTETE et une ligne FIN comme les remises de
      * mouvements, et pose leur date de declaration. Un evenement sans
      * nom de titulaire ou dont la cle RIB est fausse n'est pas
      * declare : il est liste a part et reste en attente jusqu'a sa
      * correction (option 5 ou option 4).
      *************************************************************************
      * Ecriture seule, sans validation, comme FRAIS-EVENEMENT-ECRIRE :
      * l'appelant l'inclut dans son unite de travail et teste SQLCODE.
      * Le compte vise est celui des zones COMPTE ; sa cle RIB et son
      * titulaire sont releves au moment de l'evenement, pour qu'une
      * cloture reste declarable une fois le compte archive.
       FICOBA-EVENEMENT-ECRIRE.
           EXEC sql
             INSERT INTO EVENEMENTFICOBA
                 ([CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,[TypeEvenement]
                 ,[DateEvenement]
                 ,[CodeClient]
                 ,[Intitule]
                 ,[Prenom]
                 ,[Nom])
             SELECT COMPTE.[CodeBanque]
                 ,COMPTE.[CodeGuichet]
                 ,COMPTE.[RacineCompte]
                 ,COMPTE.[TypeCompte]
                 ,COMPTE.[CleRib]
                 ,:FCB-TYPE-EVT
                 ,:FCB-DATE-EVT
                 ,COMPTE.[CodeClient]
                 ,CLIENT.[Intitule]
                 ,CLIENT.[Prenom]
                 ,CLIENT.[Nom]
             FROM COMPTE
             LEFT JOIN CLIENT
               ON CLIENT.[CodeClient] = COMPTE.[CodeClient]
             WHERE COMPTE.[CodeBanque] = :Compte.CodeBanque
             AND COMPTE.[CodeGuichet] = :Compte.CodeGuichet
             AND COMPTE.[RacineCompte] = :Compte.RacineCompte
             AND COMPTE.[TypeCompte] = :Compte.TypeCompte
           END-EXEC.

      * Changement de titulaire du client des zones CLIENT : un
      * evenement par compte encore ouvert (un compte clos a deja ete
      * declare a sa cloture). Meme regle d'ecriture seule.
       FICOBA-EVENEMENT-CLIENT.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE "M" TO FCB-TYPE-EVT.
           MOVE DATE-JOUR-ISO TO FCB-DATE-EVT.
           EXEC sql
             INSERT INTO EVENEMENTFICOBA
                 ([CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,[TypeEvenement]
                 ,[DateEvenement]
                 ,[CodeClient]
                 ,[Intitule]
                 ,[Prenom]
                 ,[Nom])
             SELECT [CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,:FCB-TYPE-EVT
                 ,:FCB-DATE-EVT
                 ,:Client.CodeClient
                 ,:Client.Intitule
                 ,:Client.Prenom
                 ,:Client.Nom
             FROM COMPTE
             WHERE [CodeClient] = :Client.CodeClient
             AND [DateCloture] IS NULL
           END-EXEC.

      * Suppression du client des zones CLIENT : un evenement de
      * cloture par compte encore ouvert, avec le titulaire de la
      * fiche avant sa suppression. Meme regle d'ecriture seule.
       FICOBA-EVENEMENT-SUPPRESSION.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE "C" TO FCB-TYPE-EVT.
           MOVE DATE-JOUR-ISO TO FCB-DATE-EVT.
           EXEC sql
             INSERT INTO EVENEMENTFICOBA
                 ([CodeBanque]
                 ,[CodeGuichet]
                 ,[RacineCompte]
                 ,[TypeCompte]
                 ,[CleRib]
                 ,[TypeEvenement]
                 ,[DateEvenement]
                 ,[CodeClient]
                 ,[Intitule]
                 ,[Prenom]
                 ,[Nom])
             SELECT COMPTE.[CodeBanque]
                 ,COMPTE.[CodeGuichet]
                 ,COMPTE.[RacineCompte]
                 ,COMPTE.[TypeCompte]
                 ,COMPTE.[CleRib]
                 ,:FCB-TYPE-EVT
                 ,:FCB-DATE-EVT
                 ,COMPTE.[CodeClient]
                 ,CLIENT.[Intitule]
                 ,CLIENT.[Prenom]
                 ,CLIENT.[Nom]
             FROM COMPTE
             LEFT JOIN CLIENT
               ON CLIENT.[CodeClient] = COMPTE.[CodeClient]
             WHERE COMPTE.[CodeClient] = :Client.CodeClient
             AND COMPTE.[DateCloture] IS NULL
           END-EXEC.

       FICOBA-DECLARATION.
           PERFORM FICOBA-INIT.
           PERFORM FICOBA-TRT UNTIL FCB-FIN = 1.
           PERFORM FICOBA-FIN.

      * Le titulaire declare est celui de la fiche client du jour si
      * elle existe encore (une correction faite a l'option 5 est donc
      * prise en compte), sinon celui releve avec l'evenement. De meme
      * pour la cle RIB : celle du compte s'il existe encore (corrigee
      * a l'option 4), sinon celle relevee avec l'evenement. Pour un
      * meme compte et un meme jour, l'ouverture passe avant le
      * changement de titulaire, et celui-ci avant la cloture.
       FICOBA-INIT.
           MOVE 0 TO FCB-FIN.
           MOVE 0 TO FCB-DECLARES.
           MOVE 0 TO FCB-ANOMALIES.
           MOVE 0 TO FCB-ECHECS.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE SPACES TO FCB-NOM-FICHIER.
           STRING "C:\Users\Olivier\Documents\Public\Ficoba-"
               DELIMITED BY SIZE
               "20" DELIMITED BY SIZE
               ANNEE of DATE-SYSTEME DELIMITED BY SIZE
               MOIS of DATE-SYSTEME DELIMITED BY SIZE
               JOUR of DATE-SYSTEME DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FCB-NOM-FICHIER
           END-STRING.
           OPEN OUTPUT FICOBA-FICHIER.
           OPEN OUTPUT FICOBA-ANOMALIE-FICHIER.
           MOVE SPACES TO EnrFicobaFichier.
           STRING "ENTETE;" DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               ";FICOBA" DELIMITED BY SIZE
               INTO EnrFicobaFichier
           END-STRING.
           WRITE EnrFicobaFichier.
           MOVE SPACES TO EnrFicobaAnomalie.
           STRING "EVENEMENTS FICOBA NON DECLARES AU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrFicobaAnomalie
           END-STRING.
           WRITE EnrFicobaAnomalie.
      * WITH HOLD : chaque declaration est validee pendant que le
      * curseur est ouvert.
           EXEC sql
             DECLARE CURSEUR-FICOBA CURSOR WITH HOLD FOR
               SELECT EVENEMENTFICOBA.[CodeBanque]
               ,EVENEMENTFICOBA.[CodeGuichet]
               ,EVENEMENTFICOBA.[RacineCompte]
               ,EVENEMENTFICOBA.[TypeCompte]
               ,ISNULL(COMPTE.[CleRib],
                   ISNULL(EVENEMENTFICOBA.[CleRib], ''))
               ,EVENEMENTFICOBA.[TypeEvenement]
               ,EVENEMENTFICOBA.[DateEvenement]
               ,EVENEMENTFICOBA.[CodeClient]
               ,ISNULL(CLIENT.[Intitule],
                   ISNULL(EVENEMENTFICOBA.[Intitule], ''))
               ,ISNULL(CLIENT.[Prenom],
                   ISNULL(EVENEMENTFICOBA.[Prenom], ''))
               ,ISNULL(CLIENT.[Nom],
                   ISNULL(EVENEMENTFICOBA.[Nom], ''))
               FROM EVENEMENTFICOBA
               LEFT JOIN CLIENT
                 ON CLIENT.[CodeClient] = EVENEMENTFICOBA.[CodeClient]
               LEFT JOIN COMPTE
                 ON COMPTE.[CodeBanque] = EVENEMENTFICOBA.[CodeBanque]
                 AND COMPTE.[CodeGuichet] = EVENEMENTFICOBA.[CodeGuichet]
                 AND COMPTE.[RacineCompte] =
                     EVENEMENTFICOBA.[RacineCompte]
                 AND COMPTE.[TypeCompte] = EVENEMENTFICOBA.[TypeCompte]
               WHERE EVENEMENTFICOBA.[DateDeclaration] IS NULL
               ORDER BY EVENEMENTFICOBA.[DateEvenement],
                   EVENEMENTFICOBA.[CodeBanque],
                   EVENEMENTFICOBA.[CodeGuichet],
                   EVENEMENTFICOBA.[RacineCompte],
                   EVENEMENTFICOBA.[TypeCompte],
                   EVENEMENTFICOBA.[TypeEvenement] DESC
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-FICOBA
           END-EXEC.

       FICOBA-TRT.
           EXEC sql
             FETCH CURSEUR-FICOBA INTO
               :Compte.CodeBanque, :Compte.CodeGuichet,
               :Compte.RacineCompte, :Compte.TypeCompte, :Compte.CleRib,
               :FCB-TYPE-EVT, :FCB-DATE-EVT, :Client.CodeClient,
               :Client.Intitule, :Client.Prenom, :Client.Nom
           END-EXEC.
           IF SQLCODE = 0
               PERFORM FICOBA-EVENEMENT
           ELSE
               MOVE 1 TO FCB-FIN
           END-IF.

      * La cle RIB est recalculee par la formule commune du controle
      * (option 4) : une cle fausse rendrait le compte introuvable au
      * fichier.
       FICOBA-EVENEMENT.
           MOVE SPACES TO FCB-MOTIF.
           IF Nom of CLIENT = SPACES
               MOVE "TITULAIRE SANS NOM" TO FCB-MOTIF
           ELSE
               PERFORM CONTROLE-RIB-FORMULE
               IF CTRL-RIB-CleCalcX NOT = CleRib of COMPTE
                   MOVE "CLE RIB INVALIDE" TO FCB-MOTIF
               END-IF
           END-IF.
           IF FCB-MOTIF = SPACES
               PERFORM FICOBA-DECLARER
           ELSE
               ADD 1 TO FCB-ANOMALIES
               PERFORM FICOBA-LIGNE-ANOMALIE
           END-IF.

      * L'evenement est date declare puis valide ; sa ligne n'est
      * ecrite qu'une fois l'unite validee. Deux evenements identiques
      * (meme compte, meme type, meme jour) sont declares ensemble : le
      * second ne touche plus aucune ligne (+100) et n'est pas recopie.
       FICOBA-DECLARER.
           MOVE 0 TO TRT-SQL-ECHEC.
           EXEC sql
             UPDATE EVENEMENTFICOBA SET
               [DateDeclaration] = :DATE-JOUR-ISO
             WHERE CodeBanque = :Compte.CodeBanque
             AND CodeGuichet = :Compte.CodeGuichet
             AND RacineCompte = :Compte.RacineCompte
             AND TypeCompte = :Compte.TypeCompte
             AND TypeEvenement = :FCB-TYPE-EVT
             AND DateEvenement = :FCB-DATE-EVT
             AND [DateDeclaration] IS NULL
           END-EXEC.
           IF SQLCODE < 0
               PERFORM TrtMvt-Posting-Echec
               ADD 1 TO FCB-ECHECS
               MOVE 0 TO SQLCODE
           ELSE
               IF SQLCODE = 0
                   PERFORM SQL-COMMIT
                   ADD 1 TO FCB-DECLARES
                   PERFORM FICOBA-LIGNE
               END-IF
           END-IF.

      * Ligne declaree : type;date de l'evenement;banque;guichet;
      * racine;type de compte;cle RIB;code client;intitule;prenom;nom.
       FICOBA-LIGNE.
           MOVE SPACES TO EnrFicobaFichier.
           STRING FCB-TYPE-EVT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FCB-DATE-EVT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeBanque of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CleRib of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               Intitule of CLIENT DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Prenom of CLIENT DELIMITED BY "  "
               ";" DELIMITED BY SIZE
               Nom of CLIENT DELIMITED BY "  "
               INTO EnrFicobaFichier
           END-STRING.
           WRITE EnrFicobaFichier.

       FICOBA-LIGNE-ANOMALIE.
           MOVE SPACES TO EnrFicobaAnomalie.
           STRING FCB-TYPE-EVT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FCB-DATE-EVT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeBanque of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeGuichet of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RacineCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TypeCompte of COMPTE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FCB-MOTIF DELIMITED BY "  "
               INTO EnrFicobaAnomalie
           END-STRING.
           WRITE EnrFicobaAnomalie.

       FICOBA-FIN.
           EXEC sql
             CLOSE CURSEUR-FICOBA
           END-EXEC.
           MOVE SPACES TO EnrFicobaFichier.
           STRING "FIN;" DELIMITED BY SIZE
               FCB-DECLARES DELIMITED BY SIZE
               INTO EnrFicobaFichier
           END-STRING.
           WRITE EnrFicobaFichier.
           MOVE FCB-ANOMALIES TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrFicobaAnomalie.
           STRING "TOTAL " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " EVENEMENT(S) A CORRIGER" DELIMITED BY SIZE
               INTO EnrFicobaAnomalie
           END-STRING.
           WRITE EnrFicobaAnomalie.
           CLOSE FICOBA-FICHIER.
           CLOSE FICOBA-ANOMALIE-FICHIER.

      *************************************************************************
      * POSITION D'UN CLIENT (fiche client et liste des comptes)
      * Tous les comptes du client, ouverts puis clos : solde net en
      * devise, contre-valeur euro au cours du jour, decouvert
      * autorise (plafond du compte ou, a defaut, celui de son type) et
      * IBAN ; puis ses ordres permanents, ses derniers mouvements tous
      * comptes confondus et sa position nette en euros. Chaque ligne
      * est affichee, page par page, et recopiee dans une fiche
      * imprimable ; la fiche est complete meme si l'operateur quitte
      * l'affichage avant la fin.
      *************************************************************************
      * Depuis la liste des comptes : le client est celui du compte
      * saisi.
       POSITION-CLIENT-COMPTE.
           MOVE SPACES TO CodeBanque of COMPTE.
           MOVE SPACES TO CodeGuichet of COMPTE.
           MOVE SPACES TO RacineCompte of COMPTE.
           MOVE SPACES TO TypeCompte of COMPTE.
           DISPLAY MenuPosSaisie.
           ACCEPT CodeBanque of COMPTE LINE 6 Col 20.
           ACCEPT CodeGuichet of COMPTE LINE 7 Col 20.
           ACCEPT RacineCompte of COMPTE LINE 8 Col 20.
           ACCEPT TypeCompte of COMPTE LINE 9 Col 20.
           IF RacineCompte of COMPTE NOT = SPACES
               EXEC sql
                 SELECT CLIENT.[CodeClient]
                 ,CLIENT.[Intitule]
                 ,CLIENT.[Prenom]
                 ,CLIENT.[Nom]
                 INTO :Client.CodeClient, :Client.Intitule,
                   :Client.Prenom, :Client.Nom
                 FROM COMPTE
                 INNER JOIN CLIENT
                   ON CLIENT.[CodeClient] = COMPTE.[CodeClient]
                 WHERE COMPTE.CodeBanque = :Compte.CodeBanque
                 AND COMPTE.CodeGuichet = :Compte.CodeGuichet
                 AND COMPTE.RacineCompte = :Compte.RacineCompte
                 AND COMPTE.TypeCompte = :Compte.TypeCompte
               END-EXEC
               IF SQLCODE = 0
                   PERFORM POSITION-CLIENT
               ELSE
                   DISPLAY MenuPosIntrouvable
                   ACCEPT POS-PAUSE LINE 24 Col 1
               END-IF
           END-IF.

      * Le client des zones CLIENT, deja charge par l'appelant.
       POSITION-CLIENT.
           PERFORM POSITION-INIT.
           PERFORM POSITION-COMPTES.
           PERFORM POSITION-ORDRES.
           PERFORM POSITION-MOUVEMENTS.
           PERFORM POSITION-TOTAL.
           CLOSE POSITION-FICHIER.
           DISPLAY MenuPosFin.
           ACCEPT POS-PAUSE LINE 24 Col 1.

       POSITION-INIT.
           MOVE 0 TO POS-NB-COMPTES.
           MOVE 0 TO POS-TOTAL.
           MOVE 0 TO DEV-SANS-COURS.
           MOVE 1 TO POS-ECRAN.
           PERFORM DATE-JOUR-ISO-CALCUL.
           MOVE SPACES TO POS-NOM-FICHIER.
           STRING "C:\Users\Olivier\Documents\Public\PositionClient-"
               DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO POS-NOM-FICHIER
           END-STRING.
           OPEN OUTPUT POSITION-FICHIER.
           MOVE SPACES TO EnrPositionFichier.
           STRING "POSITION CONSOLIDEE DU CLIENT AU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrPositionFichier
           END-STRING.
           WRITE EnrPositionFichier.
           MOVE SPACES TO EnrPositionFichier.
           STRING "Code client : " DELIMITED BY SIZE
               CodeClient of CLIENT DELIMITED BY SIZE
               INTO EnrPositionFichier
           END-STRING.
           WRITE EnrPositionFichier.
           MOVE SPACES TO EnrPositionFichier.
           STRING "Titulaire   : " DELIMITED BY SIZE
               Intitule of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Prenom of CLIENT DELIMITED BY "  "
               " " DELIMITED BY SIZE
               Nom of CLIENT DELIMITED BY "  "
               INTO EnrPositionFichier
           END-STRING.
           WRITE EnrPositionFichier.
           MOVE 5 TO Numeroligne.
           DISPLAY MenuPosEntete.

      * Une ligne de la position : recopiee dans la fiche, puis
      * affichee tant que l'operateur n'a pas quitte l'ecran. La page
      * pleine est effacee avant la suivante.
       POSITION-LIGNE.
           MOVE POS-LIGNE TO EnrPositionFichier.
           WRITE EnrPositionFichier.
           IF POS-ECRAN = 1
               ADD 1 TO Numeroligne
               DISPLAY MenuPosLigne
               IF Numeroligne = 23
                   MOVE 5 TO Numeroligne
                   MOVE SPACE TO POS-PAUSE
                   PERFORM POSITION-QUESTION
                       UNTIL POS-PAUSE = "S" OR POS-PAUSE = "s"
                           OR POS-PAUSE = "M" OR POS-PAUSE = "m"
                   IF POS-PAUSE = "M" OR POS-PAUSE = "m"
                       MOVE 0 TO POS-ECRAN
                   ELSE
                       DISPLAY MenuPosEntete
                   END-IF
               END-IF
           END-IF.

       POSITION-QUESTION.
           MOVE SPACE TO POS-PAUSE.
           DISPLAY MenuRibQuestion.
           ACCEPT POS-PAUSE LINE 1 Col 39.

      * Comptes ouverts d'abord, puis les comptes clos encore en base
      * (les comptes archives n'y sont plus).
       POSITION-COMPTES.
           MOVE "COMPTES" TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE SPACES TO POS-LIGNE.
           STRING "BANQ. GUICH COMPTE    TC         SOLDE DEV"
               DELIMITED BY SIZE
               "     C-VAL EUR     DECOUVERT ETAT" DELIMITED BY SIZE
               INTO POS-LIGNE
           END-STRING.
           PERFORM POSITION-LIGNE.
           MOVE 0 TO POS-FIN.
           EXEC sql
             DECLARE CURSEUR-POSITION-CPT CURSOR FOR
               SELECT [CodeBanque]
               ,[CodeGuichet]
               ,[RacineCompte]
               ,[TypeCompte]
               ,[SoldeDebiteur]
               ,[SoldeCrediteur]
               ,ISNULL([Devise], 'EUR')
               ,ISNULL([DecouvertAutorise],
                   ISNULL((SELECT [Plafond] FROM DECOUVERT
                       WHERE DECOUVERT.[TypeCompte] = COMPTE.[TypeCompte])
                   , 0))
               ,ISNULL([Iban], '')
               ,ISNULL(CONVERT(CHAR(10), [DateCloture], 120), '')
               FROM COMPTE
               WHERE [CodeClient] = :Client.CodeClient
               ORDER BY CASE WHEN [DateCloture] IS NULL THEN 0 ELSE 1 END,
                   [CodeBanque], [CodeGuichet], [RacineCompte],
                   [TypeCompte]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-POSITION-CPT
           END-EXEC.
           PERFORM POSITION-COMPTES-TRT UNTIL POS-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-POSITION-CPT
           END-EXEC.

       POSITION-COMPTES-TRT.
           EXEC sql
             FETCH CURSEUR-POSITION-CPT INTO
               :Pos.Pos-CodeBanque, :Pos.Pos-CodeGuichet,
               :Pos.Pos-RacineCompte, :Pos.Pos-TypeCompte,
               :Pos.Pos-SoldeDebiteur, :Pos.Pos-SoldeCrediteur,
               :Pos.Pos-Devise, :Pos.Pos-Decouvert, :Pos.Pos-Iban,
               :Pos.Pos-DateCloture
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO POS-NB-COMPTES
               PERFORM POSITION-COMPTE
           ELSE
               MOVE 1 TO POS-FIN
           END-IF.

      * Deux lignes par compte : chiffres, puis IBAN et date de
      * cloture. La contre-valeur d'un solde debiteur se calcule sur sa
      * valeur absolue, DEVISE-CONTRE-VALEUR ne convertissant que des
      * montants positifs.
       POSITION-COMPTE.
           COMPUTE Pos-SoldeNet = Pos-SoldeCrediteur - Pos-SoldeDebiteur.
           MOVE Pos-Devise TO Dev-Code.
           IF Pos-SoldeNet < 0
               COMPUTE Dev-Montant = 0 - Pos-SoldeNet
               PERFORM DEVISE-CONTRE-VALEUR
               COMPUTE Pos-ContreValeur = 0 - Dev-ContreValeur
           ELSE
               MOVE Pos-SoldeNet TO Dev-Montant
               PERFORM DEVISE-CONTRE-VALEUR
               MOVE Dev-ContreValeur TO Pos-ContreValeur
           END-IF.
           ADD Pos-ContreValeur TO POS-TOTAL.
           IF Pos-DateCloture = SPACES
               MOVE "OUVERT" TO POS-ETAT
           ELSE
               MOVE "CLOS" TO POS-ETAT
           END-IF.
           MOVE Pos-SoldeNet TO POS-SOLDE-EDIT.
           MOVE Pos-ContreValeur TO POS-CV-EDIT.
           MOVE Pos-Decouvert TO POS-MONTANT-EDIT.
           MOVE SPACES TO POS-LIGNE.
           STRING Pos-CodeBanque DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Pos-CodeGuichet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Pos-RacineCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Pos-TypeCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-SOLDE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Pos-Devise DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-CV-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-MONTANT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-ETAT DELIMITED BY SIZE
               INTO POS-LIGNE
           END-STRING.
           PERFORM POSITION-LIGNE.
           MOVE SPACES TO POS-LIGNE.
           IF Pos-Iban = SPACES
               MOVE "      IBAN non calcule (option 14)" TO POS-LIGNE
           ELSE
               STRING "      IBAN " DELIMITED BY SIZE
                   Pos-Iban DELIMITED BY SPACE
                   INTO POS-LIGNE
               END-STRING
           END-IF.
           IF Pos-DateCloture NOT = SPACES
               MOVE "Clos le" TO POS-LIGNE(50:7)
               MOVE Pos-DateCloture TO POS-LIGNE(58:10)
           END-IF.
           PERFORM POSITION-LIGNE.

      * Ordres permanents de tous les comptes du client, par echeance.
       POSITION-ORDRES.
           MOVE SPACES TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE "ORDRES PERMANENTS" TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE "GUICH COMPTE    TC S       MONTANT P ECHEANCE   LIBELLE"
               TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE 0 TO POS-FIN.
           EXEC sql
             DECLARE CURSEUR-POSITION-ORD CURSOR FOR
               SELECT ORDREPERMANENT.[CodeGuichet]
               ,ORDREPERMANENT.[RacineCompte]
               ,ORDREPERMANENT.[TypeCompte]
               ,ORDREPERMANENT.[SensMouvement]
               ,ORDREPERMANENT.[Montant]
               ,ORDREPERMANENT.[Periodicite]
               ,ORDREPERMANENT.[ProchaineEcheance]
               ,ORDREPERMANENT.[Libelle]
               FROM ORDREPERMANENT
               INNER JOIN COMPTE
                 ON COMPTE.[CodeBanque] = ORDREPERMANENT.[CodeBanque]
                 AND COMPTE.[CodeGuichet] = ORDREPERMANENT.[CodeGuichet]
                 AND COMPTE.[RacineCompte] = ORDREPERMANENT.[RacineCompte]
                 AND COMPTE.[TypeCompte] = ORDREPERMANENT.[TypeCompte]
               WHERE COMPTE.[CodeClient] = :Client.CodeClient
               ORDER BY ORDREPERMANENT.[ProchaineEcheance],
                   ORDREPERMANENT.[Libelle]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-POSITION-ORD
           END-EXEC.
           PERFORM POSITION-ORDRES-TRT UNTIL POS-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-POSITION-ORD
           END-EXEC.

       POSITION-ORDRES-TRT.
           EXEC sql
             FETCH CURSEUR-POSITION-ORD INTO
               :Ord.Ord-CodeGuichet, :Ord.Ord-RacineCompte,
               :Ord.Ord-TypeCompte, :Ord.Ord-SensMouvement,
               :Ord.Ord-Montant, :Ord.Ord-Periodicite,
               :Ord.Ord-Echeance, :Ord.Ord-Libelle
           END-EXEC.
           IF SQLCODE = 0
               MOVE Ord-Montant TO POS-MONTANT-EDIT
               MOVE SPACES TO POS-LIGNE
               STRING Ord-CodeGuichet DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-RacineCompte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-TypeCompte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-SensMouvement DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POS-MONTANT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-Periodicite DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-Echeance DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ord-Libelle(1:32) DELIMITED BY SIZE
                   INTO POS-LIGNE
               END-STRING
               PERFORM POSITION-LIGNE
           ELSE
               MOVE 1 TO POS-FIN
           END-IF.

      * Les dix derniers mouvements, tous comptes du client confondus.
       POSITION-MOUVEMENTS.
           MOVE SPACES TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE "DERNIERS MOUVEMENTS" TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE "DATE       GUICH COMPTE    TC S       MONTANT DEV LIBELLE"
               TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE 0 TO POS-FIN.
           EXEC sql
             DECLARE CURSEUR-POSITION-MVT CURSOR FOR
               SELECT TOP 10 MOUVEMENT.[DateValeur]
               ,MOUVEMENT.[CodeGuichet]
               ,MOUVEMENT.[RacineCompte]
               ,MOUVEMENT.[TypeCompte]
               ,MOUVEMENT.[SensMouvement]
               ,MOUVEMENT.[Montant]
               ,ISNULL(MOUVEMENT.[Devise], 'EUR')
               ,MOUVEMENT.[Libelle]
               FROM MOUVEMENT
               INNER JOIN COMPTE
                 ON COMPTE.[CodeBanque] = MOUVEMENT.[CodeBanque]
                 AND COMPTE.[CodeGuichet] = MOUVEMENT.[CodeGuichet]
                 AND COMPTE.[RacineCompte] = MOUVEMENT.[RacineCompte]
                 AND COMPTE.[TypeCompte] = MOUVEMENT.[TypeCompte]
               WHERE COMPTE.[CodeClient] = :Client.CodeClient
               ORDER BY MOUVEMENT.[DateValeur] DESC
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-POSITION-MVT
           END-EXEC.
           PERFORM POSITION-MOUVEMENTS-TRT UNTIL POS-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-POSITION-MVT
           END-EXEC.

       POSITION-MOUVEMENTS-TRT.
           EXEC sql
             FETCH CURSEUR-POSITION-MVT INTO
               :Ext-DateValeur, :Pos.Pos-CodeGuichet,
               :Pos.Pos-RacineCompte, :Pos.Pos-TypeCompte,
               :Ext-SensMouvement, :Ext-Montant, :Ext-Devise,
               :Ext-Libelle
           END-EXEC.
           IF SQLCODE = 0
               MOVE Ext-Montant TO POS-MONTANT-EDIT
               MOVE SPACES TO POS-LIGNE
               STRING Ext-DateValeur DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Pos-CodeGuichet DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Pos-RacineCompte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Pos-TypeCompte DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ext-SensMouvement DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POS-MONTANT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ext-Devise DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Ext-Libelle(1:30) DELIMITED BY SIZE
                   INTO POS-LIGNE
               END-STRING
               PERFORM POSITION-LIGNE
           ELSE
               MOVE 1 TO POS-FIN
           END-IF.

      * Position nette : somme des contre-valeurs euro de tous les
      * comptes, signee. Les devises sans cours sont signalees comme
      * au bilan de la reconciliation.
       POSITION-TOTAL.
           MOVE SPACES TO POS-LIGNE.
           PERFORM POSITION-LIGNE.
           MOVE POS-NB-COMPTES TO BATCH-CPT-EDIT.
           MOVE POS-TOTAL TO POS-TOTAL-EDIT.
           STRING "POSITION NETTE EN EUROS (" DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " COMPTE(S)) : " DELIMITED BY SIZE
               POS-TOTAL-EDIT DELIMITED BY SIZE
               INTO POS-LIGNE
           END-STRING.
           PERFORM POSITION-LIGNE.
           IF DEV-SANS-COURS > 0
               MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT
               MOVE SPACES TO POS-LIGNE
               STRING "DONT " DELIMITED BY SIZE
                   BATCH-CPT-EDIT DELIMITED BY SIZE
                   " CONTRE-VALEUR(S) SANS COURS, CONVERTIE(S) A 1"
                   DELIMITED BY SIZE
                   " (OPTION 22)" DELIMITED BY SIZE
                   INTO POS-LIGNE
               END-STRING
               PERFORM POSITION-LIGNE
           END-IF.

      *************************************************************************
      * OPTION 29 : CONTROLE DES SOLDES PAR LES MOUVEMENTS
      * Chaque compte de COMPTE, ouvert ou clos, est recalcule depuis
      * ses mouvements : les comptes dont un solde differe du cumul des
      * mouvements du meme sens sont listes avec l'ecart, par banque.
      * La preuve globale suit : totaux de la reconciliation (option 6)
      * contre mouvements et photographie SOLDEHISTO du jour. L'etat
      * est le meme en batch (etape CONTROLESOLDES) ; rien n'est
      * corrige ici, les ecarts s'analysent et se regularisent a part.
      *************************************************************************
       CONTROLE-SOLDES.
           PERFORM CONTROLE-SOLDES-EDITER.
           IF NOT BATCH-ACTIF-OUI
               DISPLAY MenuSoldesBilan
               ACCEPT OPTION-BQ LINE 24 Col 1
           END-IF.

       CONTROLE-SOLDES-EDITER.
           MOVE 0 TO SLD-COMPTES.
           MOVE 0 TO SLD-ECARTS.
           MOVE 0 TO SLD-ECART-EUR.
           MOVE 0 TO DEV-SANS-COURS.
           MOVE SPACES TO SLD-BANQUE-COURANTE.
           PERFORM DATE-JOUR-ISO-CALCUL.
           OPEN OUTPUT CONTROLE-SOLDES-FICHIER.
           MOVE SPACES TO EnrControleSoldes.
           STRING "CONTROLE DES SOLDES PAR LES MOUVEMENTS AU "
               DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           MOVE SPACES TO EnrControleSoldes.
           WRITE EnrControleSoldes.
           PERFORM CONTROLE-SOLDES-COMPTES.
           PERFORM CONTROLE-SOLDES-PREUVE.
           CLOSE CONTROLE-SOLDES-FICHIER.

      * Les cumuls de mouvements sont calcules par le serveur, compte
      * par compte, dans le curseur meme.
       CONTROLE-SOLDES-COMPTES.
           MOVE 0 TO SLD-FIN.
           EXEC sql
             DECLARE CURSEUR-SOLDES CURSOR FOR
               SELECT [CodeBanque]
               ,[CodeGuichet]
               ,[RacineCompte]
               ,[TypeCompte]
               ,ISNULL([Devise], 'EUR')
               ,[SoldeDebiteur]
               ,[SoldeCrediteur]
               ,ISNULL((SELECT SUM(MOUVEMENT.[Montant]) FROM MOUVEMENT
                   WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                   AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                   AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                   AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                   AND MOUVEMENT.[SensMouvement] = 'D'), 0)
               ,ISNULL((SELECT SUM(MOUVEMENT.[Montant]) FROM MOUVEMENT
                   WHERE MOUVEMENT.[CodeBanque] = COMPTE.[CodeBanque]
                   AND MOUVEMENT.[CodeGuichet] = COMPTE.[CodeGuichet]
                   AND MOUVEMENT.[RacineCompte] = COMPTE.[RacineCompte]
                   AND MOUVEMENT.[TypeCompte] = COMPTE.[TypeCompte]
                   AND MOUVEMENT.[SensMouvement] = 'C'), 0)
               FROM COMPTE
               ORDER BY CodeBanque, CodeGuichet, RacineCompte,
                   TypeCompte
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-SOLDES
           END-EXEC.
           PERFORM CONTROLE-SOLDES-TRT UNTIL SLD-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-SOLDES
           END-EXEC.
           IF SLD-BANQUE-COURANTE NOT = SPACES
               PERFORM CONTROLE-SOLDES-BANQUE-FIN
           END-IF.
           MOVE SPACES TO EnrControleSoldes.
           WRITE EnrControleSoldes.
           MOVE SLD-ECART-EUR TO SLD-ECART-EDIT.
           MOVE SLD-COMPTES TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "TOTAL : " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " COMPTE(S) CONTROLE(S)" DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           MOVE SLD-ECARTS TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "        " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " EN ECART, ECART NET EN EUROS " DELIMITED BY SIZE
               SLD-ECART-EDIT DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.

       CONTROLE-SOLDES-TRT.
           EXEC sql
             FETCH CURSEUR-SOLDES INTO
               :Sld.Sld-CodeBanque, :Sld.Sld-CodeGuichet,
               :Sld.Sld-RacineCompte, :Sld.Sld-TypeCompte,
               :Sld.Sld-Devise,
               :Sld.Sld-SoldeDebiteur, :Sld.Sld-SoldeCrediteur,
               :Sld.Sld-MvtDebit, :Sld.Sld-MvtCredit
           END-EXEC.
           IF SQLCODE = 0
               PERFORM CONTROLE-SOLDES-COMPTE
           ELSE
               MOVE 1 TO SLD-FIN
           END-IF.

      * Rupture par banque : le sous-total de la banque precedente est
      * ecrit avant le premier compte de la suivante.
       CONTROLE-SOLDES-COMPTE.
           IF Sld-CodeBanque NOT = SLD-BANQUE-COURANTE
               IF SLD-BANQUE-COURANTE NOT = SPACES
                   PERFORM CONTROLE-SOLDES-BANQUE-FIN
               END-IF
               MOVE Sld-CodeBanque TO SLD-BANQUE-COURANTE
               MOVE 0 TO SLD-BQ-COMPTES
               MOVE 0 TO SLD-BQ-ECARTS
               MOVE 0 TO SLD-BQ-ECART-EUR
           END-IF.
           ADD 1 TO SLD-COMPTES.
           ADD 1 TO SLD-BQ-COMPTES.
           IF Sld-SoldeDebiteur NOT = Sld-MvtDebit
               OR Sld-SoldeCrediteur NOT = Sld-MvtCredit
               ADD 1 TO SLD-ECARTS
               ADD 1 TO SLD-BQ-ECARTS
               COMPUTE Sld-SoldeNet = Sld-SoldeCrediteur
                   - Sld-SoldeDebiteur
               COMPUTE Sld-MvtNet = Sld-MvtCredit - Sld-MvtDebit
               COMPUTE Sld-Ecart = Sld-SoldeNet - Sld-MvtNet
               PERFORM CONTROLE-SOLDES-LIGNE
               PERFORM CONTROLE-SOLDES-ECART-EUR
           END-IF.

      * Montants signes en devise du compte : solde net de COMPTE,
      * solde net recalcule et ecart entre les deux.
       CONTROLE-SOLDES-LIGNE.
           MOVE Sld-SoldeNet TO SLD-SOLDE-EDIT.
           MOVE Sld-MvtNet TO SLD-MVT-EDIT.
           MOVE Sld-Ecart TO SLD-ECART-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "  " DELIMITED BY SIZE
               Sld-CodeBanque DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Sld-CodeGuichet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Sld-RacineCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Sld-TypeCompte DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Sld-Devise DELIMITED BY SIZE
               " CPT " DELIMITED BY SIZE
               SLD-SOLDE-EDIT DELIMITED BY SIZE
               " MVT " DELIMITED BY SIZE
               SLD-MVT-EDIT DELIMITED BY SIZE
               " ECART " DELIMITED BY SIZE
               SLD-ECART-EDIT DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.

      * L'ecart est cumule en contre-valeur euro, sur sa valeur
      * absolue puis resigne, comme les soldes debiteurs de la fiche
      * de position.
       CONTROLE-SOLDES-ECART-EUR.
           MOVE Sld-Devise TO Dev-Code.
           IF Sld-Ecart < 0
               COMPUTE Dev-Montant = 0 - Sld-Ecart
               PERFORM DEVISE-CONTRE-VALEUR
               SUBTRACT Dev-ContreValeur FROM SLD-BQ-ECART-EUR
               SUBTRACT Dev-ContreValeur FROM SLD-ECART-EUR
           ELSE
               MOVE Sld-Ecart TO Dev-Montant
               PERFORM DEVISE-CONTRE-VALEUR
               ADD Dev-ContreValeur TO SLD-BQ-ECART-EUR
               ADD Dev-ContreValeur TO SLD-ECART-EUR
           END-IF.

       CONTROLE-SOLDES-BANQUE-FIN.
           MOVE SLD-BQ-COMPTES TO BATCH-CPT-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "BANQUE " DELIMITED BY SIZE
               SLD-BANQUE-COURANTE DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               BATCH-CPT-EDIT DELIMITED BY SIZE
               " COMPTE(S) CONTROLE(S)" DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           IF SLD-BQ-ECARTS > 0
               MOVE SLD-BQ-ECARTS TO BATCH-CPT-EDIT
               MOVE SLD-BQ-ECART-EUR TO SLD-ECART-EDIT
               MOVE SPACES TO EnrControleSoldes
               STRING "               " DELIMITED BY SIZE
                   BATCH-CPT-EDIT DELIMITED BY SIZE
                   " EN ECART, ECART NET EN EUROS " DELIMITED BY SIZE
                   SLD-ECART-EDIT DELIMITED BY SIZE
                   INTO EnrControleSoldes
               END-STRING
               WRITE EnrControleSoldes
           END-IF.
           MOVE SPACES TO EnrControleSoldes.
           WRITE EnrControleSoldes.

      * Preuve globale, dans les regroupements de la reconciliation
      * (banque et devise, comptes ouverts) : pour chaque groupe, les
      * totaux de COMPTE, ceux des mouvements des memes comptes et la
      * ligne SOLDEHISTO du jour doivent etre egaux en devise. Les
      * trois totaux generaux sont ensuite convertis groupe par groupe
      * comme a l'option 6 : la colonne COMPTE est son total general.
       CONTROLE-SOLDES-PREUVE.
           MOVE 0 TO SLD-CPT-DEBIT.
           MOVE 0 TO SLD-CPT-CREDIT.
           MOVE 0 TO SLD-MVT-DEBIT.
           MOVE 0 TO SLD-MVT-CREDIT.
           MOVE 0 TO SLD-HIS-DEBIT.
           MOVE 0 TO SLD-HIS-CREDIT.
           MOVE 0 TO SLD-GROUPES.
           MOVE 0 TO SLD-PREUVE-ECARTS.
           MOVE 0 TO SLD-HIS-LIGNES.
           MOVE 0 TO SLD-FIN.
      * Sans photographie du jour (etape HISTORIQUE pas encore passee),
      * la preuve ne porte que sur COMPTE et les mouvements.
           EXEC sql
             SELECT COUNT(*) INTO :SLD-HIS-LIGNES
             FROM SOLDEHISTO
             WHERE [DateSolde] = :DATE-JOUR-ISO
             AND [Regroupement] = 'B'
           END-EXEC.
           MOVE SPACES TO EnrControleSoldes.
           STRING "PREUVE GLOBALE : RECONCILIATION (OPTION 6), "
               DELIMITED BY SIZE
               "MOUVEMENTS ET SOLDEHISTO DU " DELIMITED BY SIZE
               DATE-JOUR-ISO DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           EXEC sql
             DECLARE CURSEUR-SOLDES-PREUVE CURSOR FOR
               SELECT [CodeBanque]
               ,ISNULL([Devise], 'EUR')
               ,SUM([SoldeDebiteur])
               ,SUM([SoldeCrediteur])
               FROM COMPTE WHERE [DateCloture] IS NULL
               GROUP BY [CodeBanque], ISNULL([Devise], 'EUR')
               ORDER BY [CodeBanque]
           END-EXEC.
           EXEC sql
             OPEN CURSEUR-SOLDES-PREUVE
           END-EXEC.
           PERFORM CONTROLE-SOLDES-PREUVE-TRT UNTIL SLD-FIN = 1.
           EXEC sql
             CLOSE CURSEUR-SOLDES-PREUVE
           END-EXEC.
      * Une ligne SOLDEHISTO sans groupe de comptes ouverts en face
      * (banque dont tout a ete clos depuis la photographie) ne peut
      * pas etre rapprochee ligne a ligne : elle est signalee.
           IF SLD-HIS-LIGNES > 0 AND SLD-HIS-LIGNES NOT = SLD-GROUPES
               ADD 1 TO SLD-PREUVE-ECARTS
               MOVE SLD-HIS-LIGNES TO BATCH-CPT-EDIT
               MOVE SLD-GROUPES TO SLD-GROUPES-EDIT
               MOVE SPACES TO EnrControleSoldes
               STRING "  ECART SOLDEHISTO : " DELIMITED BY SIZE
                   BATCH-CPT-EDIT DELIMITED BY SIZE
                   " LIGNE(S) BANQUE/DEVISE POUR " DELIMITED BY SIZE
                   SLD-GROUPES-EDIT DELIMITED BY SIZE
                   " GROUPE(S) OUVERTS" DELIMITED BY SIZE
                   INTO EnrControleSoldes
               END-STRING
               WRITE EnrControleSoldes
           END-IF.
           PERFORM CONTROLE-SOLDES-PREUVE-TOTAL.

       CONTROLE-SOLDES-PREUVE-TRT.
           EXEC sql
             FETCH CURSEUR-SOLDES-PREUVE INTO
               :Sld.Sld-CodeBanque, :Sld.Sld-Devise,
               :Sld.Sld-SoldeDebiteur, :Sld.Sld-SoldeCrediteur
           END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO SLD-GROUPES
               PERFORM CONTROLE-SOLDES-GROUPE
           ELSE
               MOVE 1 TO SLD-FIN
           END-IF.

       CONTROLE-SOLDES-GROUPE.
           MOVE 0 TO Sld-MvtDebit.
           MOVE 0 TO Sld-MvtCredit.
           MOVE 0 TO Sld-HisDebit.
           MOVE 0 TO Sld-HisCredit.
           EXEC sql
             SELECT ISNULL(SUM(CASE WHEN MOUVEMENT.[SensMouvement] = 'D'
                     THEN MOUVEMENT.[Montant] ELSE 0 END), 0)
               ,ISNULL(SUM(CASE WHEN MOUVEMENT.[SensMouvement] = 'C'
                     THEN MOUVEMENT.[Montant] ELSE 0 END), 0)
             INTO :Sld.Sld-MvtDebit, :Sld.Sld-MvtCredit
             FROM MOUVEMENT
             WHERE EXISTS (SELECT 1 FROM COMPTE
                 WHERE COMPTE.[CodeBanque] = MOUVEMENT.[CodeBanque]
                 AND COMPTE.[CodeGuichet] = MOUVEMENT.[CodeGuichet]
                 AND COMPTE.[RacineCompte] = MOUVEMENT.[RacineCompte]
                 AND COMPTE.[TypeCompte] = MOUVEMENT.[TypeCompte]
                 AND COMPTE.[DateCloture] IS NULL
                 AND COMPTE.[CodeBanque] = :Sld.Sld-CodeBanque
                 AND ISNULL(COMPTE.[Devise], 'EUR') = :Sld.Sld-Devise)
           END-EXEC.
           IF SLD-HIS-LIGNES > 0
               EXEC sql
                 SELECT ISNULL(SUM([TotalDebiteur]), 0)
                   ,ISNULL(SUM([TotalCrediteur]), 0)
                 INTO :Sld.Sld-HisDebit, :Sld.Sld-HisCredit
                 FROM SOLDEHISTO
                 WHERE [DateSolde] = :DATE-JOUR-ISO
                 AND [Regroupement] = 'B'
                 AND [Cle] = :Sld.Sld-CodeBanque
                 AND [Devise] = :Sld.Sld-Devise
               END-EXEC
           END-IF.
           IF Sld-SoldeDebiteur NOT = Sld-MvtDebit
               OR Sld-SoldeCrediteur NOT = Sld-MvtCredit
               PERFORM CONTROLE-SOLDES-GROUPE-LIGNE
           ELSE
               IF SLD-HIS-LIGNES > 0
                   AND (Sld-SoldeDebiteur NOT = Sld-HisDebit
                       OR Sld-SoldeCrediteur NOT = Sld-HisCredit)
                   PERFORM CONTROLE-SOLDES-GROUPE-LIGNE
               END-IF
           END-IF.
           MOVE Sld-Devise TO Dev-Code.
           MOVE Sld-SoldeDebiteur TO Dev-Montant.
           PERFORM DEVISE-CONTRE-VALEUR.
           ADD Dev-ContreValeur TO SLD-CPT-DEBIT.
           MOVE Sld-SoldeCrediteur TO Dev-Montant.
           PERFORM DEVISE-CONTRE-VALEUR.
           ADD Dev-ContreValeur TO SLD-CPT-CREDIT.
           MOVE Sld-MvtDebit TO Dev-Montant.
           PERFORM DEVISE-CONTRE-VALEUR.
           ADD Dev-ContreValeur TO SLD-MVT-DEBIT.
           MOVE Sld-MvtCredit TO Dev-Montant.
           PERFORM DEVISE-CONTRE-VALEUR.
           ADD Dev-ContreValeur TO SLD-MVT-CREDIT.
           IF SLD-HIS-LIGNES > 0
               MOVE Sld-HisDebit TO Dev-Montant
               PERFORM DEVISE-CONTRE-VALEUR
               ADD Dev-ContreValeur TO SLD-HIS-DEBIT
               MOVE Sld-HisCredit TO Dev-Montant
               PERFORM DEVISE-CONTRE-VALEUR
               ADD Dev-ContreValeur TO SLD-HIS-CREDIT
           END-IF.

      * Groupe non concordant : soldes nets du groupe en devise, selon
      * COMPTE, selon les mouvements et selon la photographie.
       CONTROLE-SOLDES-GROUPE-LIGNE.
           ADD 1 TO SLD-PREUVE-ECARTS.
           COMPUTE Sld-SoldeNet = Sld-SoldeCrediteur - Sld-SoldeDebiteur.
           COMPUTE Sld-MvtNet = Sld-MvtCredit - Sld-MvtDebit.
           COMPUTE Sld-HisNet = Sld-HisCredit - Sld-HisDebit.
           MOVE Sld-SoldeNet TO SLD-SOLDE-EDIT.
           MOVE Sld-MvtNet TO SLD-MVT-EDIT.
           MOVE Sld-HisNet TO SLD-HIS-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "  ECART " DELIMITED BY SIZE
               Sld-CodeBanque DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Sld-Devise DELIMITED BY SIZE
               " CPT " DELIMITED BY SIZE
               SLD-SOLDE-EDIT DELIMITED BY SIZE
               " MVT " DELIMITED BY SIZE
               SLD-MVT-EDIT DELIMITED BY SIZE
               " HIS " DELIMITED BY SIZE
               SLD-HIS-EDIT DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.

       CONTROLE-SOLDES-PREUVE-TOTAL.
           MOVE SPACES TO EnrControleSoldes.
           STRING "                  COMPTE (OPTION 6)"
               DELIMITED BY SIZE
               "       MOUVEMENTS       SOLDEHISTO" DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           MOVE SLD-CPT-DEBIT TO SLD-SOLDE-EDIT.
           MOVE SLD-MVT-DEBIT TO SLD-MVT-EDIT.
           MOVE SLD-HIS-DEBIT TO SLD-HIS-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "  TOTAL DEBITEUR   " DELIMITED BY SIZE
               SLD-SOLDE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLD-MVT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLD-HIS-EDIT DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           MOVE SLD-CPT-CREDIT TO SLD-SOLDE-EDIT.
           MOVE SLD-MVT-CREDIT TO SLD-MVT-EDIT.
           MOVE SLD-HIS-CREDIT TO SLD-HIS-EDIT.
           MOVE SPACES TO EnrControleSoldes.
           STRING "  TOTAL CREDITEUR  " DELIMITED BY SIZE
               SLD-SOLDE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLD-MVT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SLD-HIS-EDIT DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           IF SLD-PREUVE-ECARTS > 0
               MOVE "NON CONCORDANTE" TO SLD-PREUVE
           ELSE
               IF SLD-HIS-LIGNES = 0
                   MOVE "INCOMPLETE (SANS SOLDEHISTO)" TO SLD-PREUVE
               ELSE
                   MOVE "CONCORDANTE" TO SLD-PREUVE
               END-IF
           END-IF.
           MOVE SPACES TO EnrControleSoldes.
           STRING "PREUVE GLOBALE : " DELIMITED BY SIZE
               SLD-PREUVE DELIMITED BY SIZE
               INTO EnrControleSoldes
           END-STRING.
           WRITE EnrControleSoldes.
           IF DEV-SANS-COURS > 0
               MOVE DEV-SANS-COURS TO BATCH-CPT-EDIT
               MOVE SPACES TO EnrControleSoldes
               STRING "DONT " DELIMITED BY SIZE
                   BATCH-CPT-EDIT DELIMITED BY SIZE
                   " CONTRE-VALEUR(S) SANS COURS, CONVERTIE(S) A 1"
                   DELIMITED BY SIZE
                   " (OPTION 22)" DELIMITED BY SIZE
                   INTO EnrControleSoldes
               END-STRING
               WRITE EnrControleSoldes
           END-IF.

       end program Main.
