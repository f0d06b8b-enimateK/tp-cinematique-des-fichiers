IDENTIFICATION DIVISION.
PROGRAM-ID. tirage_jures.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        SELECT felecteurs ASSIGN TO "felecteurs.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fe_id
        FILE STATUS IS felec_stat.
        SELECT faffectation ASSIGN TO "faffectation.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fa_id
        FILE STATUS IS faffec_stat.
*> Historique des tirages au sort des jures d'assises : une
*> personne tiree une annee n'est pas retenue l'annee suivante
        SELECT fhistorique ASSIGN TO "fhistorique_jures.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fhj_cle
        FILE STATUS IS fhist_stat.
*> Liste officielle de l'annee (liste_jures_AAAA.dat, nom
*> construit a l'execution)
        SELECT fliste ASSIGN TO Wliste_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fliste_stat.
*> Fichier de travail indexe recree a chaque execution : les
*> electeurs pouvant etre tires, numerotes dans l'ordre de la
*> liste electorale
        SELECT ftrav_jures ASSIGN TO "trav_jures.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY ftj_rang
        FILE STATUS IS ftravj_stat.

DATA DIVISION.
FILE SECTION.
        FD felecteurs.
        01 elecTampon.
          02 fe_id PIC 9(15).
          02 fe_nom PIC X(30).
          02 fe_prenom PIC X(30).
          02 fe_datenaissance PIC 9(8).
          02 fe_villeHabitation PIC X(30).
          02 fe_handicap PIC 9.
        FD faffectation.
        01 affecTampon.
          02 fa_id PIC 9(15).
          02 fa_nom PIC X(30).
          02 fa_prenom PIC X(30).
          02 fa_noebur PIC X(4).
          02 fa_ville PIC X(30).
        FD fhistorique.
        01 historiqueTampon.
          02 fhj_cle.
             03 fhj_annee PIC 9(4).
             03 fhj_id PIC 9(15).
          02 fhj_rang_tirage PIC 9(4).
          02 fhj_graine PIC 9(10).
        FD fliste.
        01 listeTampon PIC X(120).
        FD ftrav_jures.
        01 travJureTampon.
          02 ftj_rang PIC 9(8).
          02 ftj_id PIC 9(15).
          02 ftj_tire PIC 9.
             88 ftj-tire VALUE 1.
             88 ftj-non-tire VALUE 0.

WORKING-STORAGE SECTION.
        77 felec_stat PIC 9(2).
        77 faffec_stat PIC 9(2).
        77 fhist_stat PIC 9(2).
        77 fliste_stat PIC 9(2).
        77 ftravj_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wannee PIC 9(4).
        77 Wannee_prec PIC 9(4).
        77 Wdate_reference PIC 9(8).
        77 Wage_min PIC 9(2).
        77 Wage PIC 9(3).
        77 Wquota PIC 9(4).
        77 Wgraine PIC 9(10).
        77 Wliste_nom PIC X(40).
        77 Wdeja_tire PIC 9.
        77 Wnbpossibles PIC 9(8).
        77 Wnbtrop_jeunes PIC 9(8).
        77 Wnbsans_naissance PIC 9(8).
        77 Wnbexclus_histo PIC 9(8).
        77 Wnbtires PIC 9(4).
        77 Wproduit PIC 9(15).
        77 Wquotient PIC 9(15).
        77 Wrang PIC 9(8).
        77 Wio_ko PIC 9 VALUE 0.

*> Generateur congruentiel de Park et Miller : graine suivante =
*> graine x 16807 modulo 2147483647 ; le meme tirage public peut
*> ainsi etre refait a partir de la graine publiee
        77 Wmultiplicateur PIC 9(5) VALUE 16807.
        77 Wmodule PIC 9(10) VALUE 2147483647.

        01 WligneEntete.
           02 FILLER PIC X(43) VALUE
              '=== LISTE PREPARATOIRE DES JURES D''ASSISES'.
           02 FILLER PIC X VALUE SPACE.
           02 Wle_annee PIC 9(4).
           02 FILLER PIC X(4) VALUE ' ==='.

        01 WligneTirage.
           02 FILLER PIC X(24) VALUE 'Tirage au sort : quota '.
           02 Wli_quota PIC Z(3)9.
           02 FILLER PIC X(16) VALUE ', graine publiee'.
           02 FILLER PIC X VALUE SPACE.
           02 Wli_graine PIC Z(9)9.
           02 FILLER PIC X(13) VALUE ', electeurs '.
           02 Wli_nbpossibles PIC Z(7)9.

        01 WligneJure.
           02 Wlj_rang PIC Z(3)9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 Wlj_nom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlj_prenom PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 Wlj_jj PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 Wlj_mm PIC 9(2).
           02 FILLER PIC X VALUE '/'.
           02 Wlj_aaaa PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 Wlj_ville PIC X(30).

        01 WdateNaissance.
           02 Wdn_aaaa PIC 9(4).
           02 Wdn_mm PIC 9(2).
           02 Wdn_jj PIC 9(2).

PROCEDURE DIVISION.

*> Tirage au sort annuel des jures d'assises sur la liste
*> electorale : le quota fixe par l'arrete prefectoral est tire
*> parmi les inscrits ayant l'age requis au 1er janvier de
*> l'annee et non tires l'annee precedente, a partir d'une
*> graine annoncee publiquement avant le tirage. La liste
*> officielle porte le nom, la date de naissance et la ville de
*> residence ; chaque personne tiree est inscrite a l'historique.
        DISPLAY 'Annee de la liste des jures (AAAA)'
        ACCEPT Wannee
        COMPUTE Wannee_prec = Wannee - 1
        COMPUTE Wdate_reference = Wannee * 10000 + 101
        DISPLAY 'Age minimum au 1er janvier (0 = 23 ans)'
        ACCEPT Wage_min
        IF Wage_min = 0 THEN
           MOVE 23 TO Wage_min
        END-IF
        PERFORM WITH TEST AFTER UNTIL Wquota > 0
           DISPLAY 'Nombre de jures a tirer (arrete prefectoral)'
           ACCEPT Wquota
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL Wgraine > 0 AND Wgraine < Wmodule
           DISPLAY 'Graine publiee du tirage (1 a 2147483646)'
           ACCEPT Wgraine
        END-PERFORM

        OPEN I-O fhistorique
        IF fhist_stat = 35 THEN
          OPEN OUTPUT fhistorique
        END-IF
        CLOSE fhistorique

        PERFORM VERIFIE_TIRAGE_ANNEE
        IF Wdeja_tire = 1 THEN
           DISPLAY 'Le tirage de l''annee ', Wannee, ' a deja ete fait, '
              'voir l''historique : tirage refuse'
           MOVE 1 TO Wio_ko
        ELSE
           PERFORM CHARGE_ELECTEURS_POSSIBLES
           IF Wio_ko = 0 THEN
              IF Wquota > Wnbpossibles THEN
                 DISPLAY 'Quota superieur au nombre d''electeurs pouvant '
                    'etre tires (', Wnbpossibles, ') : tirage refuse'
                 MOVE 1 TO Wio_ko
              ELSE
                 PERFORM TIRAGE_AU_SORT
              END-IF
           END-IF
        END-IF

        IF Wio_ko = 1
           MOVE 1 TO RETURN-CODE
        ELSE
           MOVE 0 TO RETURN-CODE
        END-IF

        GOBACK.

        VERIFIE_TIRAGE_ANNEE.
*> Le tirage est public et unique : une annee deja presente dans
*> l'historique ne peut etre tiree une seconde fois
        MOVE 0 TO Wdeja_tire
        OPEN INPUT fhistorique
        MOVE Wannee TO fhj_annee
        MOVE 0 TO fhj_id
        START fhistorique KEY IS NOT LESS THAN fhj_cle
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              READ fhistorique NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF fhj_annee = Wannee THEN
                       MOVE 1 TO Wdeja_tire
                    END-IF
              END-READ
        END-START
        CLOSE fhistorique.

        CHARGE_ELECTEURS_POSSIBLES.
*> Les inscrits sont pris dans l'ordre de la liste electorale
*> (numero de securite sociale), ce qui rend le tirage
*> reproductible a partir de la graine
        MOVE 0 TO Wnbpossibles
        MOVE 0 TO Wnbtrop_jeunes
        MOVE 0 TO Wnbsans_naissance
        MOVE 0 TO Wnbexclus_histo
        OPEN OUTPUT ftrav_jures
        CLOSE ftrav_jures
        OPEN INPUT faffectation
        IF faffec_stat = 35 THEN
           DISPLAY 'Fichier faffectation.dat introuvable, aucun tirage'
           MOVE 1 TO Wio_ko
        ELSE
           OPEN I-O ftrav_jures
           OPEN INPUT felecteurs
           OPEN INPUT fhistorique
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ faffectation NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    MOVE fa_id TO fe_id
                    READ felecteurs
                       NOT INVALID KEY
                          PERFORM RETIENT_ELECTEUR
                    END-READ
              END-READ
           END-PERFORM
           CLOSE fhistorique
           CLOSE felecteurs
           CLOSE ftrav_jures
           DISPLAY 'Electeurs pouvant etre tires : ', Wnbpossibles
           DISPLAY 'Ecartes, age inferieur a ', Wage_min, ' ans au 1er '
              'janvier : ', Wnbtrop_jeunes
           DISPLAY 'Ecartes, date de naissance inconnue : ',
              Wnbsans_naissance
           DISPLAY 'Ecartes, tires l''annee ', Wannee_prec, ' : ',
              Wnbexclus_histo
        END-IF
        CLOSE faffectation.

        RETIENT_ELECTEUR.
*> elecTampon porte un inscrit de la liste electorale ; sans
*> date de naissance l'age ne peut etre verifie et l'electeur
*> n'est pas retenu
        IF fe_datenaissance = 0 OR fe_datenaissance > Wdate_reference THEN
           ADD 1 TO Wnbsans_naissance
        ELSE
           PERFORM RETIENT_ELECTEUR_AGE
        END-IF.

        RETIENT_ELECTEUR_AGE.
        COMPUTE Wage = (Wdate_reference - fe_datenaissance) / 10000
        IF Wage < Wage_min THEN
           ADD 1 TO Wnbtrop_jeunes
        ELSE
           MOVE Wannee_prec TO fhj_annee
           MOVE fe_id TO fhj_id
           READ fhistorique
              INVALID KEY
                 ADD 1 TO Wnbpossibles
                 MOVE Wnbpossibles TO ftj_rang
                 MOVE fe_id TO ftj_id
                 SET ftj-non-tire TO TRUE
                 WRITE travJureTampon END-WRITE
              NOT INVALID KEY
                 ADD 1 TO Wnbexclus_histo
           END-READ
        END-IF.

        TIRAGE_AU_SORT.
*> Chaque nombre du generateur designe le rang (reste de la
*> division par le nombre d'electeurs, plus un) ; un rang deja
*> tire est ignore et le nombre suivant est pris
        MOVE SPACES TO Wliste_nom
        STRING 'liste_jures_' DELIMITED BY SIZE
           Wannee DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Wliste_nom
        END-STRING
        OPEN OUTPUT fliste
        MOVE Wannee TO Wle_annee
        WRITE listeTampon FROM WligneEntete END-WRITE
        MOVE Wquota TO Wli_quota
        MOVE Wgraine TO Wli_graine
        MOVE Wnbpossibles TO Wli_nbpossibles
        WRITE listeTampon FROM WligneTirage END-WRITE
        MOVE SPACES TO listeTampon
        WRITE listeTampon END-WRITE
        OPEN I-O ftrav_jures
        OPEN I-O fhistorique
        OPEN INPUT felecteurs
        MOVE 0 TO Wnbtires
        PERFORM WITH TEST BEFORE UNTIL Wnbtires = Wquota
           PERFORM GRAINE_SUIVANTE
           DIVIDE Wgraine BY Wnbpossibles GIVING Wquotient
              REMAINDER Wrang
           END-DIVIDE
           ADD 1 TO Wrang
           MOVE Wrang TO ftj_rang
           READ ftrav_jures
              NOT INVALID KEY
                 IF ftj-non-tire THEN
                    PERFORM INSCRIT_JURE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE felecteurs
        CLOSE fhistorique
        CLOSE ftrav_jures
        CLOSE fliste
        DISPLAY 'Jures tires : ', Wnbtires, ' - liste dans ', Wliste_nom.

        GRAINE_SUIVANTE.
        COMPUTE Wproduit = Wgraine * Wmultiplicateur
        DIVIDE Wproduit BY Wmodule GIVING Wquotient REMAINDER Wgraine
        END-DIVIDE.

        INSCRIT_JURE.
*> travJureTampon porte l'electeur tire
        ADD 1 TO Wnbtires
        SET ftj-tire TO TRUE
        REWRITE travJureTampon END-REWRITE
        MOVE ftj_id TO fe_id
        READ felecteurs
           INVALID KEY
              MOVE SPACES TO fe_nom
              MOVE SPACES TO fe_prenom
              MOVE 0 TO fe_datenaissance
              MOVE SPACES TO fe_villeHabitation
        END-READ
        MOVE Wnbtires TO Wlj_rang
        MOVE fe_nom TO Wlj_nom
        MOVE fe_prenom TO Wlj_prenom
        MOVE fe_datenaissance TO WdateNaissance
        MOVE Wdn_jj TO Wlj_jj
        MOVE Wdn_mm TO Wlj_mm
        MOVE Wdn_aaaa TO Wlj_aaaa
        MOVE fe_villeHabitation TO Wlj_ville
        WRITE listeTampon FROM WligneJure END-WRITE
        IF fliste_stat NOT = 0 AND fliste_stat NOT = 2
           AND fliste_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF
        MOVE Wannee TO fhj_annee
        MOVE ftj_id TO fhj_id
        MOVE Wnbtires TO fhj_rang_tirage
        MOVE Wgraine TO fhj_graine
        WRITE historiqueTampon END-WRITE
        IF fhist_stat NOT = 0 AND fhist_stat NOT = 2
           AND fhist_stat NOT = 4
           MOVE 1 TO Wio_ko
        END-IF.
