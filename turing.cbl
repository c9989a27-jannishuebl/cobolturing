           SELECT CATALOG-FILE ASSIGN TO "CATALOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS catalogdateistatus.
           SELECT PRODKAT-FILE ASSIGN TO "PRODKAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS prodkatdateistatus.
           SELECT WORTLISTE-FILE ASSIGN TO DYNAMIC WORTLISTE-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wortlistedateistatus.
           SELECT WORTERGEBNIS-FILE ASSIGN TO DYNAMIC WORTERG-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS wortergdateistatus.
           SELECT REJECTS-FILE ASSIGN TO DYNAMIC WORTREJ-DSNAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLAN-FILE ASSIGN TO "PLANFILE"
               FILE STATUS IS plandateistatus.
           SELECT PLANREPORT-FILE ASSIGN TO "PLANREPO"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLANKTL-FILE ASSIGN TO "PLANKTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS plankltdateistatus.
           SELECT TESTFALL-FILE ASSIGN TO "TESTFALL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS testfalldateistatus.
           SELECT TESTREPORT-FILE ASSIGN TO "TESTREP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS testreportdateistatus.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS checkpointdateistatus.
           SELECT ARCHWORK-FILE ASSIGN TO "ARCHWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS archworkdateistatus.
           SELECT ZENSUS-FILE ASSIGN TO "ZENSREPO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zensusdateistatus.
           SELECT ANALYSE-FILE ASSIGN TO "ANALREPO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS analysedateistatus.
           SELECT TAPEIN-FILE ASSIGN TO DYNAMIC TAPEIN-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tapeindateistatus.
           SELECT TAPEOUT-FILE ASSIGN TO DYNAMIC TAPEOUT-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tapeoutdateistatus.
           SELECT EXTRAKT-FILE ASSIGN TO DYNAMIC EXTRAKT-DSNAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS extraktdateistatus.
       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-FILE.
       01 TRACE-RECORD pic X(120).
       FD  SAVE-FILE.
       01 SAVE-RECORD.
           05 SR-STARTWORT       pic X(20).
               10 SR-SONSTWRITE pic X.
               10 SR-SONSTGOTO pic 99.
               10 SR-SONSTMOVE pic X.
           05 SR-ART             pic X.
           05 SR-ALTTABELLE.
               10 SR-ALTZEILE occurs 40 times.
                   15 SR-ALTSPALTE occurs 11 times.
                       20 SR-ALTEINTRAG occurs 3 times.
                           25 SR-ALTWRITE pic X.
                           25 SR-ALTGOTO  pic 99.
                           25 SR-ALTMOVE  pic X.
           05 SR-AUFRUFE.
               10 SR-AUFRUFNAME occurs 9 times pic X(20).
           05 SR-BESCHREIBUNGEN.
               10 SR-BESCHREIBUNG occurs 40 times.
                   15 SR-LABEL    pic X(12).
                   15 SR-TEXT     pic X(60).
       FD  REPORT-FILE.
       01 REPORT-RECORD pic X(96).
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CR-NAME    pic X(20).
           05 CR-DSNAME  pic X(8).
       FD  PRODKAT-FILE.
       01 PRODKAT-RECORD.
           05 PK-NAME       pic X(20).
           05 PK-DSNAME     pic X(8).
           05 Filler        pic X.
           05 PK-VORGAENGER pic X(8).
           05 Filler        pic X.
           05 PK-DATUM      pic 9(8).
           05 Filler        pic X.
           05 PK-BEDIENER   pic X(8).
       FD  WORTLISTE-FILE.
       01 WORTLISTE-RECORD.
           05 WL-STARTWORT pic X(20).
           05 WE-BAND        pic X(29).
           05 Filler         pic X.
           05 WE-AKZEPT      pic X(8).
           05 Filler         pic X.
           05 WE-ZYKLUSSTART pic 9(9).
           05 Filler         pic X.
           05 WE-ZYKLUSLAENGE pic 9(9).
       FD  REJECTS-FILE.
       01 REJECTS-RECORD pic X(96).
       FD  PLAN-FILE.
           05 PJ-WLDSN   pic X(8).
           05 Filler     pic X.
           05 PJ-GRENZE  pic 9(9).
           05 Filler     pic X.
           05 PJ-TAPEIN  pic X(8).
           05 Filler     pic X.
           05 PJ-TAPEOUT pic X(8).
           05 Filler     pic X.
           05 PJ-BEDJOB  pic 9(4).
           05 Filler     pic X.
           05 PJ-BEDRC   pic 99.
       FD  PLANREPORT-FILE.
       01 PLANREPORT-RECORD pic X(96).
       FD  PLANKTL-FILE.
       01 PLANKTL-RECORD.
           05 KT-JOB      pic 9(4).
           05 Filler      pic X.
           05 KT-NAME     pic X(20).
           05 Filler      pic X.
           05 KT-STATUS   pic X(8).
           05 Filler      pic X.
           05 KT-RC       pic 99.
           05 Filler      pic X.
           05 KT-SCHRITTE pic 9(9).
           05 Filler      pic X.
           05 KT-DATUM    pic 9(8).
           05 Filler      pic X.
           05 KT-ZEIT     pic 9(6).
       FD  TESTFALL-FILE.
       01 TESTFALL-RECORD.
           05 TC-NAME        pic X(20).
       FD  PIPELINE-FILE.
       01 PIPELINE-RECORD.
           05 PL-NAME    pic X(20).
           05 Filler     pic X.
           05 PL-UEBERGABE pic X(4).
       FD  PIPEREPORT-FILE.
       01 PIPEREPORT-RECORD pic X(96).
       FD  VGLREPORT-FILE.
       01 ARCHWORK-RECORD pic X(212).
       FD  COVERAGE-FILE.
       01 COVERAGE-RECORD pic X(96).
       FD  ZENSUS-FILE.
       01 ZENSUS-RECORD pic X(96).
       FD  ANALYSE-FILE.
       01 ANALYSE-RECORD pic X(96).
       FD  TAPEIN-FILE.
       01 TAPEIN-RECORD pic X(80).
       FD  TAPEOUT-FILE.
       01 TAPEOUT-RECORD pic X(80).
       FD  EXTRAKT-FILE.
       01 EXTRAKT-RECORD pic X(160).
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CP-BAND           pic X(20001).
           88 importMachine         value "i".
           88 auditAnzeigen         value "j".
           88 traceAnzeigen         value "t".
           88 analyseMachine        value "n".

       01 SAVE-DSNAME    pic X(8) value "SAVEFILE".
       01 reportZeile    pic X(96).
           05 RTZ-RECHTS occurs 14 times pic X.
           05 RTZ-KOPF   pic X.
           05 RTZ-LINKS  occurs 14 times pic X.
       01 kommandozeile  pic X(100) value spaces.
       01 batchmodusname pic X(10) value spaces.
       01 batchparam     pic X(20) value spaces.
       01 batchmodus     pic 9 value 0.
           88 interaktiv            value 0.
           88 stapelverarbeitung    value 1.
       01 WORTLISTE-DSNAME pic X(8) value "WORTLIST".
       01 WORTERG-DSNAME pic X(8) value "WORTERG".
       01 wortergdateistatus pic XX.
       01 wortergablauf  pic 9 value 0.
           88 wortergNichtEnde          value 0.
           88 wortergEnde               value 1.
       01 EXTRAKT-DSNAME pic X(8) value spaces.
       01 extraktdateistatus pic XX.
       01 extrakttyp     pic X(10) value spaces.
       01 extraktparam   pic X(20) value spaces.
       01 extraktvonx    pic X(8) value spaces.
       01 extraktbisx    pic X(8) value spaces.
       01 extraktvon     pic 9(8) value 0.
       01 extraktbis     pic 9(8) value 0.
       01 extraktstatus  pic 9 value 0.
           88 extraktOk                 value 0.
           88 extraktFehler             value 1.
       01 extraktfehlertext pic X(40) value spaces.
       01 extraktanzahl  pic 9(7) value 0.
       01 extraktschritte pic 9(12) value 0.
       01 extraktsatz    pic X(160).
       01 extraktzeiger  pic 999 value 1.
       01 extraktfeld    pic X(70) value spaces.
       01 extraktlaenge  pic 99 value 0.
       01 extraktidx     pic 99 value 0.
       01 extraktZeile   pic X(96).
       01 extraktzustand pic 99 value 0.
       01 abdeckungsatz.
           05 AS-KENNUNG     pic X.
           05 AS-ZUSTAND     pic 99.
           05 Filler         pic X(9).
           05 AS-BESUCHE     pic 9(9).
           05 Filler         pic X(75).
       01 abdeckungzeichensatz redefines abdeckungsatz.
           05 AZ-KENNUNG     pic X(10).
           05 AZ-ZEICHEN     pic X.
           05 Filler         pic X(9).
           05 AZ-TREFFER     pic 9(9).
           05 Filler         pic X(67).
       01 testergebnissatz.
           05 TR-ERGEBNIS    pic X(4).
           05 TR-TRENNER     pic X.
           05 TR-NAME        pic X(20).
           05 TR-KENNUNG     pic X(6).
           05 TR-ISTZUSTAND  pic 99.
           05 Filler         pic X(7).
           05 TR-SOLLZUSTAND pic 99.
           05 Filler         pic X(6).
           05 TR-BAND        pic X(29).
           05 Filler         pic X(19).
       01 testfehlersatz redefines testergebnissatz.
           05 Filler         pic X(26).
           05 TF-MELDUNG     pic X(70).
       01 wortlistedateistatus pic XX.
       01 wortlisteablauf pic 9 value 0.
           88 wortlisteNichtEnde        value 0.
       01 wortlisteverarbeitet pic 9(4) value 0.
       01 wortlisteabgewiesen pic 9(4) value 0.
       01 wortlisteschritte pic 9(9) value 0.
       01 wortlistezyklen pic 9(4) value 0.
       01 wortlistezykluswort pic X(20) value spaces.
       01 wortlistezyklusstart pic 9(9) value 0.
       01 wortlistezykluslaenge pic 9(9) value 0.
       01 wortlisteZeile pic X(96) value spaces.
       01 WORTREJ-DSNAME pic X(8) value "WORTREJ".
       01 wortzeilennr   pic 9(4) value 0.
       01 planfehler     pic 9(4) value 0.
       01 plangesamtschritte pic 9(9) value 0.
       01 planZeile      pic X(96).
       01 plankltdateistatus pic XX.
       01 plankltablauf  pic 9 value 0.
           88 plankltNichtEnde          value 0.
           88 plankltEnde               value 1.
       01 planstart      pic 9 value 0.
           88 planNeustart              value 0.
           88 planWiederanlauf          value 1.
       01 planjobtabelle.
           05 planjobeintrag occurs 999 times.
               10 JT-STATUS    pic X(8).
               10 JT-RC        pic 99.
               10 JT-KTLNAME   pic X(20).
               10 JT-KTLSTATUS pic X(8).
               10 JT-KTLRC     pic 99.
               10 JT-KTLDATUM  pic 9(8).
       01 planjobstatus  pic X(8) value spaces.
           88 jobLaeuft                 value spaces.
           88 jobRun                    value "RUN".
           88 jobSkipped                value "SKIPPED".
           88 jobBypassed               value "BYPASSED".
           88 jobFailed                 value "FAILED".
       01 planjobrc      pic 99 value 0.
       01 planjobfehler  pic 9(4) value 0.
       01 planjobschritte pic 9(9) value 0.
       01 planbedrc      pic 99 value 0.
       01 planlaeufe     pic 9(4) value 0.
       01 planuebersprungen pic 9(4) value 0.
       01 planumgangen   pic 9(4) value 0.
       01 planfehlgeschlagen pic 9(4) value 0.
       01 testfalldateistatus pic XX.
       01 testreportdateistatus pic XX.
       01 testreportablauf pic 9 value 0.
           88 testreportNichtEnde       value 0.
           88 testreportEnde            value 1.
       01 testfallablauf pic 9 value 0.
           88 testfallNichtEnde         value 0.
           88 testfallEnde              value 1.
       01 vglschritte2   pic 9(9) value 0.
       01 vglursache2    pic X(13) value spaces.
       01 vglband2       pic X(29) value spaces.
       01 vglzyklusstart1 pic 9(9) value 0.
       01 vglzykluslaenge1 pic 9(9) value 0.
       01 vglzyklusstart2 pic 9(9) value 0.
       01 vglzykluslaenge2 pic 9(9) value 0.
       01 vglworte       pic 9(4) value 0.
       01 vglgleich      pic 9(4) value 0.
       01 vglverschieden pic 9(4) value 0.
           05 Filler       pic X.
           05 DK-ZA-LABEL  pic X(10).
           05 DK-ANZAHL    pic XX.
           05 Filler       pic X.
           05 DK-ART-LABEL pic X(4).
           05 DK-ART       pic X.
       01 deckalphabet.
           05 DA-KENNUNG   pic X(8).
           05 Filler       pic XX.
               10 DZ-SEP2   pic X.
               10 DZ-MOVE   pic X.
               10 Filler    pic X.
       01 deckalternativ.
           05 DL-KENNUNG   pic X(8).
           05 Filler       pic XX.
           05 DL-Z         pic X.
           05 DL-NUMMER    pic XX.
           05 Filler       pic X.
           05 DL-SP-LABEL  pic X(7).
           05 DL-SPALTE    pic XX.
           05 Filler       pic X.
           05 DL-EINTRAG occurs 3 times.
               10 DL-WRITE  pic X.
               10 DL-SEP1   pic X.
               10 DL-ZLIT   pic X.
               10 DL-GOTO   pic XX.
               10 DL-SEP2   pic X.
               10 DL-MOVE   pic X.
               10 Filler    pic X.
       01 deckaufruf.
           05 DC-KENNUNG   pic X(8).
           05 Filler       pic XX.
           05 DC-PLATZ     pic X.
           05 Filler       pic X.
           05 DC-NAME      pic X(20).
       01 decklabel.
           05 DB-KENNUNG   pic X(8).
           05 Filler       pic XX.
           05 DB-Z         pic X.
           05 DB-NUMMER    pic XX.
           05 Filler       pic X.
           05 DB-LABEL     pic X(12).
           05 Filler       pic X.
           05 DB-TEXT      pic X(60).
       01 labelzeilenr   pic 99 value 0.
       01 deckablauf     pic 9 value 0.
           88 deckNichtEnde             value 0.
           88 deckEnde                  value 1.
       01 sicherung.
           05 sicherung-startwort pic X(20).
           05 sicherung-anzahl    pic 99.
           05 sicherung-alp       pic X(10).
           05 sicherung-tabelle   pic X(3440).
           05 sicherung-art       pic X.
           05 sicherung-alternativen pic X(5280).
           05 sicherung-aufrufe   pic X(180).
           05 sicherung-beschreibungen pic X(2880).
       01 pipelineZeile  pic X(96).
       01 coveragedateistatus pic XX.
       01 abdeckungablauf pic 9 value 0.
           88 abdeckungNichtEnde        value 0.
           88 abdeckungEnde             value 1.
       01 besuchstabelle.
           05 zustandbesuche pic 9(9) occurs 40 times.
       01 treffertabelle.
               10 ST-ABBRUCH  pic 9(4).
               10 ST-CHECKPT  pic 9(4).
               10 ST-SONST    pic 9(4).
               10 ST-ZYKLUS   pic 9(4).
       01 statistikmax   pic 99 value 0.
       01 statistikidx   pic 99 value 0.
       01 statistikfund  pic 9 value 0.
               10 DT-DATUM  pic 9(8).
               10 DT-LAEUFE pic 9(4).
       01 statuebergangen pic 9(9) value 0.
       01 statgesamtlaeufe pic 9(7) value 0.
       01 statgesamtschritte pic 9(12) value 0.
       01 datummax       pic 99 value 0.
       01 datumidx       pic 99 value 0.
       01 datumfund      pic 9 value 0.
           88 catalogloeschen           value "d".
           88 catalogumbenennen         value "n".
           88 catalogpruefen            value "p".
           88 catalogpromote            value "o".
           88 catalogfallback           value "f".
       01 maschinenname    pic X(20) value spaces.
       01 dsindex          pic 9(4) value 0.
       01 catalogtabelle.
               10 CT-NAME   pic X(20).
               10 CT-DSNAME pic X(8).
       01 catalogmax       pic 9(4) value 0.
       01 katalogart       pic 9 value 0.
           88 testKatalog               value 0.
           88 prodKatalog               value 1.
       01 katalogvorgabe   pic 9 value 0.
           88 katalogNachModus          value 0.
           88 testKatalogErzwungen      value 1.
       01 prodkatablauf    pic 9 value 0.
           88 prodkatNichtEnde          value 0.
           88 prodkatEnde               value 1.
       01 prodkattabelle.
           05 prodkateintraege occurs 200 times.
               10 PT-NAME       pic X(20).
               10 PT-DSNAME     pic X(8).
               10 PT-VORGAENGER pic X(8).
               10 PT-DATUM      pic 9(8).
               10 PT-BEDIENER   pic X(8).
       01 prodkatmax       pic 9(4) value 0.
       01 prodkatidx       pic 9(4) value 0.
       01 prodkatidx2      pic 9(4) value 0.
       01 prodkattreffer   pic 9 value 0.
           88 prodNichtGefunden         value 0.
           88 prodWurdeGefunden         value 1.
       01 prodname.
           05 PN-PREFIX     pic X(4).
           05 PN-NUMMER     pic 9(3).
           05 PN-GEN        pic X.
       01 dsnpruefung.
           05 DP-PREFIX     pic X(4).
           05 Filler        pic X(4).
       01 promotename      pic X(20) value spaces.
       01 promotebediener  pic X(8) value spaces.
       01 promotetestdsn   pic X(8) value spaces.
       01 promotealtdsn    pic X(8) value spaces.
       01 promotestatus    pic 9 value 0.
           88 promoteOk                 value 0.
           88 promoteAbgelehnt          value 1.
       01 promotegrund     pic X(50) value spaces.
       01 promoteZeile     pic X(96).
       01 letzterbearbeiter pic X(8) value spaces.
       01 auditpruefaktion pic X(12) value spaces.
           88 bearbeitungsAktion        values "ADD-ZUSTAND"
               "ALPHABET" "DEL-ZUSTAND" "EDIT-ALTERN" "EDIT-AUFRUF"
               "EDIT-ZUSTAND" "EDIT-LABEL" "IMPORT" "KATALOG"
               "MASCHINENART" "SICHERN" "STARTWORT".
       01 testfilter       pic X(20) value spaces.
       01 promotesicherung.
           05 PS-DSNAME        pic X(8).
           05 PS-NAME          pic X(20).
           05 PS-GRENZE        pic 9(9).
           05 PS-HALTZUSTAND   pic 99.
           05 PS-HALTSCHRITT   pic 9(9).
           05 PS-EINZELSCHRITT pic 9.
       01 catalogmenutext2 PIC X(76)   Value "Promote(o) Fallback(f)".
       01 catalogidx       pic 9(4) value 0.
       01 catalogidx2      pic 9(4) value 0.
       01 catalogneuname   pic X(20) value spaces.
       01 catalogpruefZeile pic X(76) value spaces.
       01 pruefzustandidx  pic 99 value 0.
       01 pruefspaltidx    pic 99 value 0.
       01 zensusdateistatus pic XX.
       01 aufzlaengetext pic XX justified right value spaces.
       01 aufzmaxlaenge  pic 99 value 0.
       01 aufzlaenge     pic 99 value 0.
       01 aufzalpanzahl  pic 99 value 0.
       01 alphabetablauf pic 9 value 0.
           88 alphabetNichtEnde         value 0.
           88 alphabetEnde              value 1.
       01 aufzpos        pic 99 value 0.
       01 aufzpotenz     pic 9(9) value 0.
       01 aufzgesamt     pic 9(9) value 0.
       01 aufzablauf     pic 9 value 0.
           88 aufzNichtFertig           value 0.
           88 aufzFertig                value 1.
       01 aufzuebertrag  pic 9 value 0.
           88 aufzOhneUebertrag         value 0.
           88 aufzMitUebertrag          value 1.
       01 aufzfehlertext pic X(60) value spaces.
       01 aufzziffern.
           05 aufzziffer pic 99 occurs 20 times.
       01 zensustabelle.
           05 zensuseintrag occurs 22 times.
               10 ZS-WORTE    pic 9(5).
               10 ZS-AKZEPT   pic 9(5).
               10 ZS-VERWORFEN pic 9(5).
               10 ZS-GRENZE   pic 9(5).
               10 ZS-ZYKLUS   pic 9(5).
               10 ZS-MIN      pic 9(9).
               10 ZS-MAX      pic 9(9).
               10 ZS-SUMME    pic 9(12).
       01 zensusidx      pic 99 value 0.
       01 zensusschnitt  pic 9(9) value 0.
       01 zensusZeile    pic X(96) value spaces.
       01 analysedateistatus pic XX.
       01 TAPEIN-DSNAME  pic X(8) value spaces.
       01 TAPEOUT-DSNAME pic X(8) value spaces.
       01 tapeindateistatus  pic XX.
       01 tapeoutdateistatus pic XX.
       01 bandeinname    pic X(8) value spaces.
       01 bandausname    pic X(8) value spaces.
       01 bandoptionname pic X(7) value spaces.
       01 bandoptionpruefung pic 9 value 0.
           88 bandoptionenOk            value 0.
           88 bandoptionenUnzulaessig   value 1.
       01 bandeingabe    pic 9 value 0.
           88 ohneTapein                value 0.
           88 mitTapein                 value 1.
       01 bandausgabe    pic 9 value 0.
           88 ohneTapeout               value 0.
           88 mitTapeout                value 1.
       01 tapeinstatus   pic 9 value 0.
           88 tapeinOk                  value 0.
           88 tapeinFehler              value 1.
       01 tapeoutstatus  pic 9 value 0.
           88 tapeoutOk                 value 0.
           88 tapeoutFehler             value 1.
       01 bandablauf     pic 9 value 0.
           88 bandNichtEnde             value 0.
           88 bandEnde                  value 1.
       01 bandsuche      pic 9 value 0.
           88 bandNichtGefunden         value 0.
           88 bandGefunden              value 1.
       01 tapeinfehlertext pic X(40) value spaces.
       01 tapeoutfehlertext pic X(20) value spaces.
       01 bandtokens.
           05 bandtoken occurs 6 times pic X(30).
       01 bandtokenidx   pic 9 value 0.
       01 bandzeiger     pic 9(3) value 0.
       01 bandoption     pic X(30) value spaces.
       01 bandoption-ein redefines bandoption.
           05 BE-LABEL   pic X(7).
           05 BE-DSNAME  pic X(8).
           05 Filler     pic X(15).
       01 bandoption-aus redefines bandoption.
           05 BA-LABEL   pic X(8).
           05 BA-DSNAME  pic X(8).
           05 Filler     pic X(14).
       01 bandkopfsatz.
           05 BK-KENNUNG   pic X(8).
           05 Filler       pic XX.
           05 BK-POS-LABEL pic X(4).
           05 BK-POS       pic X(5).
           05 Filler       pic X.
           05 BK-ZST-LABEL pic X(9).
           05 BK-ZUSTAND   pic XX.
           05 Filler       pic X.
           05 BK-LAE-LABEL pic X(7).
           05 BK-LAENGE    pic X(5).
           05 Filler       pic X(36).
       01 bandsatz.
           05 BS-KENNUNG   pic X(8).
           05 Filler       pic XX.
           05 BS-DATEN     pic X(70).
       01 bandsatzzellen redefines bandsatz.
           05 Filler       pic X(10).
           05 BS-ZELLE occurs 70 times pic X.
       01 bandbild value spaces.
           05 bandbildsatz occurs 140 times pic X(70).
       01 bandbildzellen redefines bandbild.
           05 bandbildzelle occurs 9800 times pic X.
       01 bandsaetze     pic 9(3) value 0.
       01 bandkopf       pic 9(5) value 0.
       01 bandlaenge     pic 9(5) value 0.
       01 bandbasis      pic 9(5) value 0.
       01 bandvon        pic 9(5) value 0.
       01 bandbis        pic 9(5) value 0.
       01 bandpos        pic 9(5) value 0.
       01 bandspalte     pic 99 value 0.
       01 bandstufe      pic 9(4) value 0.
       01 bandstufevor   pic 9(4) value 0.
       01 vorbandstatus  pic 9 value 0.
           88 vorbandOk                 value 0.
           88 vorbandFehlt              value 1.
       01 analysetabelle.
           05 analyseeintrag occurs 40 times.
               10 AN-ERREICHBAR pic 9.
               10 AN-HUELLE     pic 9.
               10 AN-DIREKTHALT pic 9.
               10 AN-ENDEFAEHIG pic 9.
       01 analyselauf      pic 9 value 0.
           88 analyseStabil             value 0.
           88 analyseGeaendert          value 1.
       01 analyseidx       pic 99 value 0.
       01 analysestart     pic 99 value 0.
       01 analyselinks     pic 9 value 0.
       01 analyserechts    pic 9 value 0.
       01 analysespaltidx  pic 99 value 0.
       01 analyseziel      pic 99 value 0.
       01 analysealpanzahl pic 99 value 0.
       01 analyseerreicht  pic 99 value 0.
       01 analysebefunde   pic 9(4) value 0.
       01 analysezelle     pic 9 value 0.
           88 zelleInaktiv              value 0.
           88 zelleAktiv                value 1.
       01 analysezeichen   pic X value space.
       01 analyseAusgabe   pic X(96) value spaces.

       01 editZustaendecomando  PIC X       Value SPACE.
           88 editzustaendeready            value "r".
           88 addzustand                    value "a".
           88 editzustand                    value "e".
           88 deletezustand                  value "d".
           88 artwechsel                     value "n".
           88 aufrufedit                     value "c".
           88 labeledit                      value "b".
       01 menutext       PIC X(76)   Value
           "Quit(q) Alp(a) Word(w) Start(s) Zust(z) Save(d) Load(l) Repo
      -    "rt(p) Lib(b)".
       01 menutext2      PIC X(76)   Value
           "Debug(g) Hist(h) Export(x) Import(i) Audit(j) Trace(t) Analy
      -    "se(n)".
       01 debugmodus     pic 9 value 0.
           88 debugAus              value 0.
           88 debugAn               value 1.
           88 debugAbbruch          value "a".
       01 dateistatus    pic XX.
       01 catalogdateistatus pic XX.
       01 prodkatdateistatus pic XX.
       01 reportdateistatus pic XX.
       01 aktZustand     pic 99 value 0.
       01 aktZeile       pic 99.
           88 spalteNichtGefunden       value 0.
           88 spalteWurdeGefunden       value 1.
       01 schrittzaehler pic 9(9) value 0.
       01 traceZeile     pic X(120).
       01 tracezeiger    pic 999 value 1.
       01 tracelabel     pic X(14) value spaces.
       01 tracelabelmaschine pic 99 value 0.
       01 tracelabelzeile pic 99 value 0.
       01 tabellevalide  pic 9 value 1.
           88 tabelleGueltig            value 1.
           88 tabelleUngueltig          value 0.
           88 haltSchrittgrenze         value "SCHRITTGRENZE".
           88 haltKeinCheckpoint        value "KEIN CHECKPT".
           88 haltAbbruch               value "ABBRUCH".
           88 haltZyklus                value "ZYKLUS".
           88 haltZweiggrenze           value "ZWEIGGRENZE".
           88 haltAufruffehler          value "AUFRUFFEHLER".
       01 zyklusband     pic X(20001) value spaces.
       01 zykluskopf     pic 9(5) value 0.
       01 zykluszustand  pic 99 value 0.
       01 zyklusschritt  pic 9(9) value 0.
       01 zyklusbasis    pic 9(9) value 0.
       01 zykluspotenz   pic 9(9) value 1.
       01 zyklusstart    pic 9(9) value 0.
       01 zykluslaenge   pic 9(9) value 0.
       01 zyklusvorzustand pic 99 value 0.
       01 zyklusvorkopf  pic 9(5) value 0.
       01 zyklusvorzeichen pic X value space.
       01 zyklusschritta pic 9(9) value 0.
       01 zyklusschrittb pic 9(9) value 0.
       01 zyklusidx      pic 9(5) value 0.
       01 zyklusidxb     pic 9(5) value 0.
       01 zyklusquotient pic 9(9) value 0.
       01 zyklusvortiefe pic 9 value 0.
       01 zykluskontext  pic X(33) value spaces.
       01 zyklusrueck    pic 9 value 0.
           88 zyklusRueckWeiter         value 0.
           88 zyklusRueckEnde           value 1.
       01 zyklusprotokoll.
           05 zykluseintrag occurs 10000 times.
               10 ZP-ZUSTAND pic 99.
               10 ZP-KOPF    pic 9(5).
               10 ZP-ALT     pic X.
               10 ZP-ART     pic X.
       01 zustandstabelle.
           05 zustaende OCCURS 40 times.
               10 prefix.
                   15 Filler pic XX value "  ".
       01 alp.
           05 char     pic X value  space occurs 10 times.
       01 maschinenart   pic X value "D".
           88 detMaschine               value "D".
           88 ndMaschine                value "N".
       01 alternativtabelle value spaces.
           05 altzeile occurs 40 times.
               10 altzelle occurs 11 times.
                   15 alteintrag occurs 3 times.
                       20 altWrite pic X.
                       20 altGoto  pic 99.
                       20 altMove  pic X.
       01 aufruftabelle value spaces.
           05 aufrufname occurs 9 times pic X(20).
       01 beschreibungtabelle value spaces.
           05 beschreibungzeile occurs 40 times.
               10 zlabel        pic X(12).
               10 zbeschreibung pic X(60).
       01 beschreibungvorhanden pic 9 value 0.
           88 keineBeschreibung         value 0.
           88 beschreibungVorhanden     value 1.
       01 leerzeile      pic X(74) value spaces.
       01 analysetaste   pic X value space.
       01 zustandmenutext2 PIC X(76)  Value
           "Art(n) Aufruf(c) Label(b)".
       01 aufrufkontext.
           05 aufruftiefe    pic 9 value 0.
           05 aktmaschine    pic 99 value 1.
           05 aufrufrahmen occurs 5 times.
               10 AF-MASCHINE      pic 99.
               10 AF-RUECKZUSTAND  pic 99.
               10 AF-AUFRUFZUSTAND pic 99.
       01 aufrufregister.
           05 AR-EINTRAG occurs 10 times.
               10 AR-NAME      pic X(20).
               10 AR-DSNAME    pic X(8).
               10 AR-ANZAHL    pic 99.
               10 AR-ALP       pic X(10).
               10 AR-TABELLE   pic X(3440).
               10 AR-AUFRUFE.
                   15 AR-AUFRUFNAME occurs 9 times pic X(20).
               10 AR-ZIEL      occurs 9 times pic 99.
               10 AR-TIEFE     pic 99.
               10 AR-LABEL     occurs 40 times pic X(12).
       01 aufrufregmax   pic 99 value 0.
       01 aufrufregidx   pic 99 value 0.
       01 aufrufregidx2  pic 99 value 0.
       01 aufrufregstatus pic 9 value 0.
           88 registerUngueltig         value 0.
           88 registerGueltig           value 1.
       01 aufrufvorhanden pic 9 value 0.
           88 keineAufrufe              value 0.
           88 aufrufeVorhanden          value 1.
       01 aufrufregfund  pic 9 value 0.
           88 registerNichtGefunden     value 0.
           88 registerGefunden          value 1.
       01 aufruflauf     pic 99 value 0.
       01 aufrufgeaendert pic 9 value 0.
           88 tiefeStabil               value 0.
           88 tiefeGeaendert            value 1.
       01 aufrufplatz    pic 9 value 0.
       01 aufrufslot     pic 99 value 0.
       01 aufrufzeile    pic 99 value 0.
       01 aufrufspalte   pic 99 value 0.
       01 aufrufziel     pic 99 value 0.
       01 aufrufname-alt pic X(20) value spaces.
       01 aufrufendtiefe pic 9 value 0.
       01 aufrufendname  pic X(20) value spaces.
       01 aufrufendzustand pic 99 value 0.
       01 aufrufendmaschine pic 99 value 0.
       01 aufruflabelidx pic 99 value 0.
       01 aufrufstartwort pic X(20) value spaces.
       01 aufrufdsname   pic X(8) value spaces.
       01 aufrufart      pic X value space.
       01 aufrufbeschreibungen pic X(2880) value spaces.
       01 ladeart        pic 9 value 0.
           88 ladenMitBand              value 0.
           88 ladenOhneBand             value 1.
       01 altspalte      pic 99 value 0.
       01 altzeilenr     pic 99 value 0.
       01 alteingabeidx  pic 9 value 0.
       01 altvalidx      pic 9 value 0.
       01 altluecke      pic 9 value 0.
           88 altLueckenlos             value 0.
           88 altLueckeGefunden         value 1.
       01 altfixidx      pic 9 value 0.
       01 altanalyseidx  pic 9 value 0.
       01 altzellealt    pic X(12) value spaces.
       01 ndtiefe        pic 9(5) value 0.
       01 ndgrenze       pic 9(5) value 0.
       01 ndzweige       pic 9(4) value 0.
       01 ndletzterzustand pic 99 value 0.
       01 ndaltidx       pic 9 value 0.
       01 ndwrite        pic X value space.
       01 ndgoto         pic 99 value 0.
       01 ndmove         pic X value space.
       01 ndstatus       pic 9 value 0.
           88 ndSuchen                  value 0.
           88 ndAkzeptiert              value 1.
           88 ndErschoepft              value 2.
           88 ndZweigLimit              value 3.
       01 ndkappung      pic 9 value 0.
           88 ndNichtGekappt            value 0.
           88 ndGekappt                 value 1.
       01 ndrueck        pic 9 value 0.
           88 ndRueckWeiter             value 0.
           88 ndRueckEnde               value 1.
       01 ndpfadidx      pic 9(5) value 0.
       01 ndtokenidx     pic 99 value 0.
       01 ndpfad.
           05 ndeintrag occurs 10000 times.
               10 NP-ZUSTAND    pic 99.
               10 NP-ZEILE      pic 99.
               10 NP-SPALTE     pic 99.
               10 NP-ALT        pic 9.
               10 NP-KOPF       pic 9(5).
               10 NP-ZEICHEN    pic X.
               10 NP-VERSCHOBEN pic X.
               10 NP-VERLOREN   pic X.
       01 ndpfadzeile.
           05 NZ-KOPF   pic X(6).
           05 NZ-TOKEN occurs 15 times.
               10 NZ-Z       pic X.
               10 NZ-ZUSTAND pic 99.
               10 NZ-STRICH  pic X.
               10 NZ-ALT     pic X.
               10 Filler     pic X.



           if kommandozeile not = spaces
               set stapelverarbeitung to true
               move "BATCH" to bedienerid
               perform band-optionen-trennen
               UNSTRING kommandozeile delimited by all " "
                   into batchmodusname batchparam restartgrenze
               perform band-optionen-zulassen
               if bandoptionenUnzulaessig
                   perform band-option-ablehnen
               else
                   EVALUATE batchmodusname
                       WHEN "WORTLISTE"
                           perform wortliste-verarbeitung
                       WHEN "TEST"
                           perform test-verarbeitung
                       WHEN "RESTART"
                           perform restart-verarbeitung
                       WHEN "HISTORIE"
                           perform historie-report
                       WHEN "STATISTIK"
                           perform statistik-report
                       WHEN "ARCHIV"
                           perform archiv-verarbeitung
                       WHEN "PIPELINE"
                           perform pipeline-verarbeitung
                       WHEN "VERGLEICH"
                           perform vergleich-verarbeitung
                       WHEN "PLAN"
                           perform plan-verarbeitung
                       WHEN "EXPORT"
                           perform export-verarbeitung
                       WHEN "AUDIT"
                           perform audit-report
                       WHEN "IMPORT"
                           perform import-verarbeitung
                       WHEN "ANALYSE"
                           perform analyse-verarbeitung
                       WHEN "AUFZAEHLEN"
                           perform aufzaehl-verarbeitung
                       WHEN "PROMOTE"
                           perform promote-verarbeitung
                       WHEN "FALLBACK"
                           perform fallback-verarbeitung
                       WHEN "EXTRAKT"
                           perform extrakt-verarbeitung
                       WHEN OTHER
                           move batchmodusname to batchparam
                           perform batch-verarbeitung
                   END-EVALUATE
               end-if
           else
               set interaktiv to true
               display "Bediener-Id:" at 0105
           perform load-machine-lesen.
           perform validate-zustandstabelle.
           if tabelleGueltig
               if mitTapein
                   move bandeinname to TAPEIN-DSNAME
                   perform tapein-laden
               end-if
               if tapeinOk
                   perform execute-machine
                   if mitTapeout
                       move bandausname to TAPEOUT-DSNAME
                       perform tapeout-schreiben
                   end-if
               end-if
           end-if.
           perform print-report.
           if tapeinFehler or tapeoutFehler
               move 8 to return-code.
       bvb-9999.

       band-optionen-trennen section.
       bot-1000.
           move spaces to bandtokens.
           UNSTRING kommandozeile delimited by all " "
               into bandtoken(1) bandtoken(2) bandtoken(3)
                   bandtoken(4) bandtoken(5) bandtoken(6).
           move spaces to kommandozeile.
           move 1 to bandzeiger.
           move 1 to bandtokenidx.
           perform band-option-pruefen until bandtokenidx > 6.
       bot-9999.

       band-optionen-zulassen section.
       boz-1000.
           set bandoptionenOk to true.
           EVALUATE batchmodusname
               WHEN "PIPELINE"
                   continue
               WHEN "RESTART"
                   if mitTapein
                       set bandoptionenUnzulaessig to true
                       move "TAPEIN" to bandoptionname
                   end-if
               WHEN "WORTLISTE"
               WHEN "TEST"
               WHEN "HISTORIE"
               WHEN "STATISTIK"
               WHEN "ARCHIV"
               WHEN "VERGLEICH"
               WHEN "PLAN"
               WHEN "EXPORT"
               WHEN "AUDIT"
               WHEN "IMPORT"
               WHEN "ANALYSE"
               WHEN "AUFZAEHLEN"
               WHEN "PROMOTE"
               WHEN "FALLBACK"
               WHEN "EXTRAKT"
                   if mitTapein
                       set bandoptionenUnzulaessig to true
                       move "TAPEIN" to bandoptionname
                   else
                       if mitTapeout
                           set bandoptionenUnzulaessig to true
                           move "TAPEOUT" to bandoptionname
                       end-if
                   end-if
               WHEN OTHER
                   continue
           END-EVALUATE.
       boz-9999.

       band-option-ablehnen section.
       boa-1000.
           move spaces to reportZeile.
           string bandoptionname delimited by space
               " IN MODUS " delimited by size
               batchmodusname delimited by space
               " NICHT ZULAESSIG" delimited by size
               into reportZeile.
           OPEN OUTPUT REPORT-FILE.
           if reportdateistatus = "00"
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           end-if.
           move 8 to return-code.
       boa-9999.

       band-option-pruefen section.
       bop-1000.
           move bandtoken(bandtokenidx) to bandoption.
           if BE-LABEL = "TAPEIN="
               move BE-DSNAME to bandeinname
               set mitTapein to true
           else
               if BA-LABEL = "TAPEOUT="
                   move BA-DSNAME to bandausname
                   set mitTapeout to true
               else
                   if bandoption = "TESTKAT"
                       set testKatalogErzwungen to true
                   else
                       if bandoption not = spaces
                           string bandoption delimited by space
                               " " delimited by size
                               into kommandozeile
                               with pointer bandzeiger
                       end-if
                   end-if
               end-if
           end-if.
           compute bandtokenidx = bandtokenidx + 1.
       bop-9999.

       tapein-laden section.
       til-1000.
           set tapeinOk to true.
           move spaces to tapeinfehlertext.
           move spaces to bandbild.
           move 0 to bandsaetze.
           move 0 to bandkopf.
           OPEN INPUT TAPEIN-FILE.
           if tapeindateistatus not = "00"
               set tapeinFehler to true
               string "TAPEIN NICHT LESBAR: " TAPEIN-DSNAME
                   delimited by size into tapeinfehlertext
           else
               READ TAPEIN-FILE
                   AT END
                       set tapeinFehler to true
                       move "KOPF-ZEILE FEHLT" to tapeinfehlertext
                   NOT AT END
                       move TAPEIN-RECORD to bandkopfsatz
                       perform tapein-kopf-pruefen
               END-READ
               set bandNichtEnde to true
               perform tapein-satz-lesen until bandEnde
                   or tapeinFehler
               CLOSE TAPEIN-FILE
           end-if.
           if tapeinOk
               perform tapein-uebertragen.
       til-9999.

       tapein-kopf-pruefen section.
       tkp-1000.
           if BK-KENNUNG not = "KOPF" or BK-POS-LABEL not = "POS="
               or BK-POS is not numeric
               set tapeinFehler to true
               move "KOPF-ZEILE UNGUELTIG" to tapeinfehlertext
           else
               move BK-POS to bandkopf
               if bandkopf < 1 or bandkopf > 9800
                   set tapeinFehler to true
                   move "KOPFPOSITION AUSSER BEREICH"
                       to tapeinfehlertext
               end-if
           end-if.
       tkp-9999.

       tapein-satz-lesen section.
       tsl2-1000.
           READ TAPEIN-FILE
               AT END
                   set bandEnde to true
               NOT AT END
                   move TAPEIN-RECORD to bandsatz
                   if BS-KENNUNG not = "BAND"
                       set tapeinFehler to true
                       move "BANDZEILE UNGUELTIG" to tapeinfehlertext
                   else
                       if bandsaetze >= 140
                           set tapeinFehler to true
                           move "BAND ZU LANG" to tapeinfehlertext
                       else
                           compute bandsaetze = bandsaetze + 1
                           move BS-DATEN to bandbildsatz(bandsaetze)
                       end-if
                   end-if
           END-READ.
       tsl2-9999.

       tapein-uebertragen section.
       tiu-1000.
           move spaces to band.
           move 10001 to kopfposition.
           compute bandbasis = 10001 - bandkopf.
           move "_" to bandzelle(bandbasis).
           compute bandlaenge = bandsaetze * 70.
           move 1 to bandpos.
           perform tapein-zelle-setzen until bandpos > bandlaenge.
           if interaktiv
               perform print-band.
       tiu-9999.

       tapein-zelle-setzen section.
       tzs2-1000.
           move bandbildzelle(bandpos)
               to bandzelle(bandbasis + bandpos).
           compute bandpos = bandpos + 1.
       tzs2-9999.

       tapeout-schreiben section.
       tos-1000.
           perform band-bereich-ermitteln.
           compute bandlaenge = bandbis - bandvon + 1.
           compute bandkopf = kopfposition - bandvon + 1.
           set tapeoutOk to true.
           move spaces to tapeoutfehlertext.
           if bandlaenge > 9800
               set tapeoutFehler to true
               move "TAPEOUT ZU LANG" to tapeoutfehlertext
           else
               perform tapeout-datei-schreiben
           end-if.
       tos-9999.

       tapeout-datei-schreiben section.
       tds-1000.
           OPEN OUTPUT TAPEOUT-FILE.
           if tapeoutdateistatus = "00"
               set tapeoutOk to true
               move spaces to bandkopfsatz
               move "KOPF" to BK-KENNUNG
               move "POS=" to BK-POS-LABEL
               move bandkopf to BK-POS
               move "ZUSTAND=Z" to BK-ZST-LABEL
               move aktZustand to BK-ZUSTAND
               move "LAENGE=" to BK-LAE-LABEL
               move bandlaenge to BK-LAENGE
               move bandkopfsatz to TAPEOUT-RECORD
               WRITE TAPEOUT-RECORD
               move bandvon to bandpos
               perform tapeout-satz-schreiben until bandpos > bandbis
               CLOSE TAPEOUT-FILE
           else
               set tapeoutFehler to true
               move "NICHT SCHREIBBAR" to tapeoutfehlertext
           end-if.
       tds-9999.

       tapeout-satz-schreiben section.
       tss2-1000.
           move spaces to bandsatz.
           move "BAND" to BS-KENNUNG.
           move 1 to bandspalte.
           perform tapeout-zelle-setzen until bandspalte > 70
               or bandpos > bandbis.
           move bandsatz to TAPEOUT-RECORD.
           WRITE TAPEOUT-RECORD.
       tss2-9999.

       tapeout-zelle-setzen section.
       tzo-1000.
           move bandzelle(bandpos) to BS-ZELLE(bandspalte).
           compute bandspalte = bandspalte + 1.
           compute bandpos = bandpos + 1.
       tzo-9999.

       band-bereich-ermitteln section.
       bbe-1000.
           set bandNichtGefunden to true.
           move 1 to bandvon.
           perform band-von-suchen until bandGefunden
               or bandvon > 20001.
           if bandNichtGefunden
               move kopfposition to bandvon
               move kopfposition to bandbis
           else
               set bandNichtGefunden to true
               move 20001 to bandbis
               perform band-bis-suchen until bandGefunden
           end-if.
           if kopfposition < bandvon
               move kopfposition to bandvon.
           if kopfposition > bandbis
               move kopfposition to bandbis.
       bbe-9999.

       band-von-suchen section.
       bvs-1000.
           if bandzelle(bandvon) = space or bandzelle(bandvon) = "_"
               compute bandvon = bandvon + 1
           else
               set bandGefunden to true
           end-if.
       bvs-9999.

       band-bis-suchen section.
       bbs-1000.
           if bandzelle(bandbis) = space or bandzelle(bandbis) = "_"
               compute bandbis = bandbis - 1
           else
               set bandGefunden to true
           end-if.
       bbs-9999.

       wortliste-verarbeitung section.
       wlv-1000.
           perform init.
           move 0 to wortlisteverarbeitet.
           move 0 to wortlisteabgewiesen.
           move 0 to wortlisteschritte.
           move 0 to wortlistezyklen.
           move 0 to wortzeilennr.
           set wortlisteLesbar to true.
           set wortlisteNichtEnde to true.
           move REPORT-TAPE-ZEILE to WE-BAND.
           perform akzeptanz-ermitteln.
           move akzeptanztext to WE-AKZEPT.
           if haltZyklus
               move zyklusstart to WE-ZYKLUSSTART
               move zykluslaenge to WE-ZYKLUSLAENGE
               if wortlistezyklen = 0
                   move startword to wortlistezykluswort
                   move zyklusstart to wortlistezyklusstart
                   move zykluslaenge to wortlistezykluslaenge
               end-if
               compute wortlistezyklen = wortlistezyklen + 1
           end-if.
           WRITE WORTERGEBNIS-RECORD.
           compute wortlisteschritte =
               wortlisteschritte + schrittzaehler.
       wwv-9999.

       aufzaehl-verarbeitung section.
       auv-1000.
           perform init.
           move spaces to aufzlaengetext.
           UNSTRING kommandozeile delimited by all " "
               into batchmodusname batchparam aufzlaengetext.
           if batchparam not = spaces
               move batchparam to SAVE-DSNAME.
           move SAVE-DSNAME to aktmaschinenname.
           perform load-machine-lesen.
           if maschineNichtGeladen
               perform lade-fehler-melden
           else
               perform validate-zustandstabelle
               if tabelleGueltig
                   perform aufzaehl-parameter-pruefen
                   if aufzfehlertext = spaces
                       perform aufzaehl-durchfuehren
                   else
                       perform aufzaehl-fehler-melden
                   end-if
               else
                   perform print-report
                   move 8 to return-code
               end-if
           end-if.
       auv-9999.

       aufzaehl-parameter-pruefen section.
       aup-1000.
           move spaces to aufzfehlertext.
           move 0 to aufzalpanzahl.
           set alphabetNichtEnde to true.
           perform aufzaehl-alphabet-zaehlen until alphabetEnde.
           if aufzlaengetext = spaces
               move "AUFZAEHLEN: MAXIMALE WORTLAENGE FEHLT"
                   to aufzfehlertext
           else
               inspect aufzlaengetext replacing leading space by "0"
               if aufzlaengetext is not numeric
                   move "AUFZAEHLEN: WORTLAENGE KEINE ZAHL"
                       to aufzfehlertext
               else
                   move aufzlaengetext to aufzmaxlaenge
                   if aufzmaxlaenge > 20
                       move "AUFZAEHLEN: WORTLAENGE GROESSER 20"
                           to aufzfehlertext
                   end-if
               end-if
           end-if.
           if aufzfehlertext = spaces
               move 1 to aufzgesamt
               move 1 to aufzpotenz
               move 1 to aufzlaenge
               perform aufzaehl-anzahl-rechnen until
                   aufzlaenge > aufzmaxlaenge or aufzgesamt > 9999
               if aufzgesamt > 9999
                   move "AUFZAEHLEN: ZU VIELE WORTE (MAX 9999)"
                       to aufzfehlertext
               end-if
           end-if.
       aup-9999.

       aufzaehl-alphabet-zaehlen section.
       aaz3-1000.
           if char(aufzalpanzahl + 1) = space
               set alphabetEnde to true
           else
               compute aufzalpanzahl = aufzalpanzahl + 1
               if aufzalpanzahl >= 10
                   set alphabetEnde to true
               end-if
           end-if.
       aaz3-9999.

       aufzaehl-anzahl-rechnen section.
       aar-1000.
           compute aufzpotenz = aufzpotenz * aufzalpanzahl.
           compute aufzgesamt = aufzgesamt + aufzpotenz.
           compute aufzlaenge = aufzlaenge + 1.
       aar-9999.

       aufzaehl-fehler-melden section.
       afm-1000.
           OPEN OUTPUT ZENSUS-FILE.
           if zensusdateistatus = "00"
               move aufzfehlertext to ZENSUS-RECORD
               WRITE ZENSUS-RECORD
               CLOSE ZENSUS-FILE
           end-if.
           move 8 to return-code.
       afm-9999.

       aufzaehl-durchfuehren section.
       aud-1000.
           move zeros to zensustabelle.
           move "AKZLISTE" to WORTLISTE-DSNAME.
           OPEN OUTPUT WORTLISTE-FILE.
           if wortlistedateistatus not = "00"
               move "AKZLISTE NICHT SCHREIBBAR" to aufzfehlertext
               perform aufzaehl-fehler-melden
           else
               move 0 to aufzlaenge
               perform aufzaehl-laenge until aufzlaenge > aufzmaxlaenge
               CLOSE WORTLISTE-FILE
               perform zensus-report-schreiben
           end-if.
       aud-9999.

       zensus-report-schreiben section.
       zbs-1000.
           OPEN OUTPUT ZENSUS-FILE.
           if zensusdateistatus = "00"
               move spaces to zensusZeile
               string "Sprachzensus " aktmaschinenname
                   " ALPHABET " alp
                   " MAXLAENGE " aufzmaxlaenge
                   delimited by size into zensusZeile
               move zensusZeile to ZENSUS-RECORD
               WRITE ZENSUS-RECORD
               move 1 to zensusidx
               perform zensus-laenge-zeile until
                   zensusidx > aufzmaxlaenge + 1
               move 22 to zensusidx
               perform zensus-zeilen-schreiben
               CLOSE ZENSUS-FILE
           end-if.
       zbs-9999.

       aufzaehl-laenge section.
       aul-1000.
           move 1 to aufzpos.
           perform aufzaehl-ziffer-setzen until aufzpos > 20.
           set aufzNichtFertig to true.
           perform aufzaehl-wort until aufzFertig.
           compute aufzlaenge = aufzlaenge + 1.
       aul-9999.

       aufzaehl-ziffer-setzen section.
       azs3-1000.
           move 1 to aufzziffer(aufzpos).
           compute aufzpos = aufzpos + 1.
       azs3-9999.

       aufzaehl-wort section.
       auw-1000.
           move spaces to startword.
           move 1 to aufzpos.
           perform aufzaehl-zeichen-setzen until aufzpos > aufzlaenge.
           perform init-band.
           perform execute-machine.
           perform akzeptanz-ermitteln.
           compute zensusidx = aufzlaenge + 1.
           perform zensus-zaehlen.
           move 22 to zensusidx.
           perform zensus-zaehlen.
           if not haltSchrittgrenze and not haltZyklus
               and akzeptanztext = "ACCEPTED"
               move spaces to WORTLISTE-RECORD
               move startword to WL-STARTWORT
               WRITE WORTLISTE-RECORD
           end-if.
           move aufzlaenge to aufzpos.
           perform aufzaehl-uebertrag.
       auw-9999.

       aufzaehl-zeichen-setzen section.
       azz-1000.
           move char(aufzziffer(aufzpos)) to startwortzeichen(aufzpos).
           compute aufzpos = aufzpos + 1.
       azz-9999.

       aufzaehl-uebertrag section.
       aut-1000.
           set aufzMitUebertrag to true.
           perform aufzaehl-stelle-erhoehen until aufzOhneUebertrag.
       aut-9999.

       aufzaehl-stelle-erhoehen section.
       ase-1000.
           if aufzpos = 0
               set aufzFertig to true
               set aufzOhneUebertrag to true
           else
               if aufzziffer(aufzpos) < aufzalpanzahl
                   compute aufzziffer(aufzpos) = aufzziffer(aufzpos) + 1
                   set aufzOhneUebertrag to true
               else
                   move 1 to aufzziffer(aufzpos)
                   compute aufzpos = aufzpos - 1
               end-if
           end-if.
       ase-9999.

       zensus-zaehlen section.
       zsz-1000.
           compute ZS-WORTE(zensusidx) = ZS-WORTE(zensusidx) + 1.
           EVALUATE true
               WHEN haltSchrittgrenze
                   compute ZS-GRENZE(zensusidx) =
                       ZS-GRENZE(zensusidx) + 1
               WHEN haltZyklus
                   compute ZS-ZYKLUS(zensusidx) =
                       ZS-ZYKLUS(zensusidx) + 1
               WHEN akzeptanztext = "ACCEPTED"
                   compute ZS-AKZEPT(zensusidx) =
                       ZS-AKZEPT(zensusidx) + 1
               WHEN OTHER
                   compute ZS-VERWORFEN(zensusidx) =
                       ZS-VERWORFEN(zensusidx) + 1
           END-EVALUATE.
           if ZS-WORTE(zensusidx) = 1
               or schrittzaehler < ZS-MIN(zensusidx)
               move schrittzaehler to ZS-MIN(zensusidx).
           if schrittzaehler > ZS-MAX(zensusidx)
               move schrittzaehler to ZS-MAX(zensusidx).
           compute ZS-SUMME(zensusidx) =
               ZS-SUMME(zensusidx) + schrittzaehler.
       zsz-9999.

       zensus-laenge-zeile section.
       zlz-1000.
           perform zensus-zeilen-schreiben.
           compute zensusidx = zensusidx + 1.
       zlz-9999.

       zensus-zeilen-schreiben section.
       zzs-1000.
           move 0 to zensusschnitt.
           if ZS-WORTE(zensusidx) > 0
               compute zensusschnitt = ZS-SUMME(zensusidx) /
                   ZS-WORTE(zensusidx).
           move spaces to zensusZeile.
           if zensusidx = 22
               move "GESAMT   " to zensusZeile
           else
               compute aufzlaenge = zensusidx - 1
               string "LAENGE " aufzlaenge
                   delimited by size into zensusZeile
           end-if.
           string zensusZeile(1:9)
               " WORTE " ZS-WORTE(zensusidx)
               " ACCEPTED " ZS-AKZEPT(zensusidx)
               " REJECTED " ZS-VERWORFEN(zensusidx)
               " GRENZE " ZS-GRENZE(zensusidx)
               " ZYKLUS " ZS-ZYKLUS(zensusidx)
               delimited by size into ZENSUS-RECORD.
           WRITE ZENSUS-RECORD.
           move spaces to zensusZeile.
           string "          SCHRITTE MIN " ZS-MIN(zensusidx)
               " MAX " ZS-MAX(zensusidx)
               " SCHNITT " zensusschnitt
               delimited by size into zensusZeile.
           move zensusZeile to ZENSUS-RECORD.
           WRITE ZENSUS-RECORD.
       zzs-9999.

       pipeline-verarbeitung section.
       plv-1000.
           perform init.
           perform katalog-produktion-waehlen.
           move 0 to stufennummer.
           set pipelineOk to true.
           set pipelineNichtEnde to true.
           end-if.
           move pipelineZeile to PIPEREPORT-RECORD.
           WRITE PIPEREPORT-RECORD.
           if mitTapeout and not pipelineFehler and stufennummer > 0
               move bandausname to TAPEOUT-DSNAME
               perform tapeout-schreiben
               move spaces to pipelineZeile
               if tapeoutFehler
                   string "PIPELINE TAPEOUT=" TAPEOUT-DSNAME
                       " " tapeoutfehlertext
                       delimited by size into pipelineZeile
                   move 8 to return-code
               else
                   string "PIPELINE TAPEOUT=" TAPEOUT-DSNAME
                       " LAENGE=" bandlaenge
                       " KOPF=" bandkopf
                       delimited by size into pipelineZeile
               end-if
               move pipelineZeile to PIPEREPORT-RECORD
               WRITE PIPEREPORT-RECORD
           end-if.
           CLOSE PIPELINE-FILE.
           CLOSE PIPEREPORT-FILE.
       plv-9999.
                   move pipelineZeile to PIPEREPORT-RECORD
                   WRITE PIPEREPORT-RECORD
               else
                   perform pipeline-stufe-ausfuehren
               end-if
           end-if.
       psv-9999.

       pipeline-stufe-ausfuehren section.
       psa-1000.
           perform pipeline-band-vorbereiten.
           if tapeinFehler
               set pipelineFehler to true
               move spaces to pipelineZeile
               string "STUFE " stufennummer " " PL-NAME
                   " TAPEIN ABGELEHNT: " tapeinfehlertext
                   delimited by size into pipelineZeile
               move pipelineZeile to PIPEREPORT-RECORD
               WRITE PIPEREPORT-RECORD
           else
               perform validate-zustandstabelle
               if tabelleGueltig
                   perform execute-machine
                   perform pipeline-wort-uebernehmen
                   perform pipeline-band-sichern
                   move spaces to pipelineZeile
                   string "STUFE " stufennummer " " PL-NAME
                       " Z" aktZustand
                       delimited by size into pipelineZeile
                   move pipelineZeile to PIPEREPORT-RECORD
                   WRITE PIPEREPORT-RECORD
                   if mitTapein
                       perform pipeline-band-zeile
                   end-if
                   if tapeoutFehler
                       perform pipeline-band-fehler
                   end-if
               else
                   set pipelineFehler to true
                   move spaces to pipelineZeile
                   move pipelineZeile to PIPEREPORT-RECORD
                   WRITE PIPEREPORT-RECORD
               end-if
           end-if.
       psa-9999.

       pipeline-band-vorbereiten section.
       pbv-1000.
           set tapeinOk to true.
           set ohneTapein to true.
           if stufennummer = 1
               if bandeinname not = spaces
                   move bandeinname to TAPEIN-DSNAME
                   set mitTapein to true
                   perform tapein-laden
               end-if
           else
               if PL-UEBERGABE = "BAND"
                   move bandstufevor to bandstufe
                   move spaces to TAPEIN-DSNAME
                   string "TOUT" bandstufe delimited by size
                       into TAPEIN-DSNAME
                   set mitTapein to true
                   if vorbandFehlt
                       set tapeinFehler to true
                       move "BAND DER VORSTUFE NICHT GESCHRIEBEN"
                           to tapeinfehlertext
                   else
                       perform tapein-laden
                   end-if
               else
                   move pipelinewort to startword
                   perform init-band
               end-if
           end-if.
       pbv-9999.

       pipeline-band-sichern section.
       pbs-1000.
           set vorbandOk to true.
           move stufennummer to bandstufe.
           move bandstufe to bandstufevor.
           move spaces to TAPEOUT-DSNAME.
           string "TOUT" bandstufe delimited by size
               into TAPEOUT-DSNAME.
           perform tapeout-schreiben.
       pbs-9999.

       pipeline-band-fehler section.
       pbf-1000.
           set vorbandFehlt to true.
           move spaces to pipelineZeile.
           string "STUFE " stufennummer " " PL-NAME
               " TAPEOUT=" TAPEOUT-DSNAME " " tapeoutfehlertext
               delimited by size into pipelineZeile.
           move pipelineZeile to PIPEREPORT-RECORD.
           WRITE PIPEREPORT-RECORD.
       pbf-9999.

       pipeline-band-zeile section.
       pbz-1000.
           move spaces to pipelineZeile.
           string "    TAPEIN=" TAPEIN-DSNAME
               " TAPEOUT=" TAPEOUT-DSNAME
               " LAENGE=" bandlaenge
               " KOPF=" bandkopf
               delimited by size into pipelineZeile.
           move pipelineZeile to PIPEREPORT-RECORD.
           WRITE PIPEREPORT-RECORD.
       pbz-9999.

       pipeline-wort-uebernehmen section.
       pwu-1000.
       plan-verarbeitung section.
       pln-1000.
           perform init.
           perform katalog-produktion-waehlen.
           move 0 to plananzahl.
           move 0 to planfehler.
           move 0 to plangesamtschritte.
           move 0 to planlaeufe.
           move 0 to planuebersprungen.
           move 0 to planumgangen.
           move 0 to planfehlgeschlagen.
           move spaces to planjobtabelle.
           if batchparam = "RESTART"
               set planWiederanlauf to true
               perform plan-kontrolle-laden
           else
               set planNeustart to true
               OPEN OUTPUT PLANKTL-FILE
               CLOSE PLANKTL-FILE
           end-if.
           set planNichtEnde to true.
           OPEN INPUT PLAN-FILE.
           OPEN OUTPUT PLANREPORT-FILE.
               delimited by size into planZeile.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
           move spaces to planZeile.
           string "RUN: " planlaeufe
               " SKIPPED: " planuebersprungen
               " BYPASSED: " planumgangen
               " FAILED: " planfehlgeschlagen
               delimited by size into planZeile.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
           CLOSE PLAN-FILE.
           CLOSE PLANREPORT-FILE.
           if planfehler > 0
               move 8 to return-code
           else
               if planuebersprungen > 0
                   move 4 to return-code
               end-if
           end-if.
       pln-9999.

       plan-kontrolle-laden section.
       pkn-1000.
           set plankltNichtEnde to true.
           OPEN INPUT PLANKTL-FILE.
           if plankltdateistatus = "00"
               perform plan-kontrolle-lesen until plankltEnde
               CLOSE PLANKTL-FILE
           end-if.
       pkn-9999.

       plan-kontrolle-lesen section.
       pkr-1000.
           READ PLANKTL-FILE
               AT END
                   set plankltEnde to true
               NOT AT END
                   if KT-JOB is numeric and KT-JOB > 0
                       and KT-JOB <= 999
                       move KT-NAME to JT-KTLNAME(KT-JOB)
                       move KT-STATUS to JT-KTLSTATUS(KT-JOB)
                       move KT-RC to JT-KTLRC(KT-JOB)
                       move KT-DATUM to JT-KTLDATUM(KT-JOB)
                   end-if
           END-READ.
       pkr-9999.

       plan-job-steuern section.
       pjs-1000.
           compute plananzahl = plananzahl + 1.
           move planfehler to planjobfehler.
           move 0 to planjobrc.
           move 0 to planjobschritte.
           set jobLaeuft to true.
           if plananzahl > 999
               perform plan-job-zuviele
           else
               if planWiederanlauf
                   and JT-KTLSTATUS(plananzahl) = "RUN"
                   and JT-KTLNAME(plananzahl) = PJ-NAME
                   perform plan-job-umgehen
               else
                   if PJ-BEDJOB not = spaces
                       perform plan-bedingung-pruefen
                   end-if
               end-if
           end-if.
           if jobLaeuft
               move plangesamtschritte to planjobschritte
               perform plan-job-verarbeiten
               compute planjobschritte =
                   plangesamtschritte - planjobschritte
               if planfehler > planjobfehler
                   set jobFailed to true
                   move 8 to planjobrc
               else
                   set jobRun to true
               end-if
           end-if.
           perform plan-job-abschluss.
       pjs-9999.

       plan-job-zuviele section.
       pjz-1000.
           compute planfehler = planfehler + 1.
           set jobFailed to true.
           move 8 to planjobrc.
           move spaces to planZeile.
           string "JOB " plananzahl " " PJ-NAME
               " MEHR ALS 999 JOBS IM PLAN"
               delimited by size into planZeile.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
       pjz-9999.

       plan-job-umgehen section.
       pju-1000.
           set jobBypassed to true.
           move JT-KTLRC(plananzahl) to planjobrc.
           move spaces to planZeile.
           string "JOB " plananzahl " " PJ-NAME
               " ERLEDIGT AM " JT-KTLDATUM(plananzahl)
               delimited by size into planZeile.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
       pju-9999.

       plan-bedingung-pruefen section.
       pbd-1000.
           if PJ-BEDRC is numeric
               move PJ-BEDRC to planbedrc
           else
               move 0 to planbedrc
           end-if.
           move spaces to planZeile.
           if PJ-BEDJOB is not numeric
               or (PJ-BEDRC is not numeric and PJ-BEDRC not = spaces)
               compute planfehler = planfehler + 1
               set jobFailed to true
               move 8 to planjobrc
               string "JOB " plananzahl " " PJ-NAME
                   " BEDINGUNG UNGUELTIG: JOB " PJ-BEDJOB
                   " RC " PJ-BEDRC
                   delimited by size into planZeile
           else
               if PJ-BEDJOB > 0
                   perform plan-bedingung-auswerten
               end-if
           end-if.
           if planZeile not = spaces
               move planZeile to PLANREPORT-RECORD
               WRITE PLANREPORT-RECORD
           end-if.
       pbd-9999.

       plan-bedingung-auswerten section.
       pbw-1000.
           if PJ-BEDJOB >= plananzahl
               compute planfehler = planfehler + 1
               set jobFailed to true
               move 8 to planjobrc
               string "JOB " plananzahl " " PJ-NAME
                   " BEDINGUNG UNGUELTIG: JOB " PJ-BEDJOB
                   delimited by size into planZeile
           else
               if JT-STATUS(PJ-BEDJOB) = "SKIPPED"
                   set jobSkipped to true
                   string "JOB " plananzahl " " PJ-NAME
                       " BEDINGUNG: JOB " PJ-BEDJOB
                       " NICHT GELAUFEN"
                       delimited by size into planZeile
               else
                   if JT-RC(PJ-BEDJOB) > planbedrc
                       set jobSkipped to true
                       string "JOB " plananzahl " " PJ-NAME
                           " BEDINGUNG: JOB " PJ-BEDJOB
                           " RC=" JT-RC(PJ-BEDJOB)
                           " > " planbedrc
                           delimited by size into planZeile
                   end-if
               end-if
           end-if.
       pbw-9999.

       plan-job-abschluss section.
       pja-1000.
           move spaces to planZeile.
           if jobSkipped
               compute planuebersprungen = planuebersprungen + 1
               string "    STATUS=" planjobstatus " RC=--"
                   delimited by size into planZeile
           else
               string "    STATUS=" planjobstatus " RC=" planjobrc
                   delimited by size into planZeile
               if jobRun
                   compute planlaeufe = planlaeufe + 1
               end-if
               if jobBypassed
                   compute planumgangen = planumgangen + 1
               end-if
               if jobFailed
                   compute planfehlgeschlagen = planfehlgeschlagen + 1
               end-if
           end-if.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
           if plananzahl <= 999
               move planjobstatus to JT-STATUS(plananzahl)
               move planjobrc to JT-RC(plananzahl)
               if not jobBypassed
                   perform plan-kontrolle-schreiben
               end-if
           end-if.
       pja-9999.

       plan-kontrolle-schreiben section.
       pkw-1000.
           move spaces to PLANKTL-RECORD.
           move plananzahl to KT-JOB.
           move PJ-NAME to KT-NAME.
           move planjobstatus to KT-STATUS.
           move planjobrc to KT-RC.
           move planjobschritte to KT-SCHRITTE.
           ACCEPT KT-DATUM FROM DATE YYYYMMDD.
           ACCEPT zeitstempel FROM TIME.
           move zeitstempel-hhmmss to KT-ZEIT.
           OPEN EXTEND PLANKTL-FILE.
           if plankltdateistatus not = "00"
               OPEN OUTPUT PLANKTL-FILE
           end-if.
           WRITE PLANKTL-RECORD.
           CLOSE PLANKTL-FILE.
       pkw-9999.

       plan-zeile-lesen section.
       plz-1000.
           READ PLAN-FILE
               AT END
                   set planEnde to true
               NOT AT END
                   perform plan-job-steuern
           END-READ.
       plz-9999.

       plan-job-verarbeiten section.
       plj-1000.
           move PJ-NAME to catalogauswahl.
           move PJ-NAME to aktmaschinenname.
           if PJ-WLDSN = spaces
               else
                   perform validate-zustandstabelle
                   if tabelleGueltig
                       if PJ-TAPEIN not = spaces
                           perform plan-band-job
                       else
                           perform wortliste-datei-verarbeiten
                           if wortlisteDateiFehler
                               perform plan-job-wortlistefehler
                           else
                               compute plangesamtschritte =
                                   plangesamtschritte
                                   + wortlisteschritte
                               perform plan-job-ergebnis
                               if PJ-TAPEOUT not = spaces
                                   perform plan-band-ausgabe
                               end-if
                           end-if
                       end-if
                   else
                       perform plan-job-tabellefehler
           end-if.
       plj-9999.

       plan-band-job section.
       pbj-1000.
           move PJ-TAPEIN to TAPEIN-DSNAME.
           perform tapein-laden.
           if tapeinFehler
               compute planfehler = planfehler + 1
               move spaces to planZeile
               string "JOB " plananzahl " " PJ-NAME
                   " TAPEIN ABGELEHNT: " tapeinfehlertext
                   delimited by size into planZeile
               move planZeile to PLANREPORT-RECORD
               WRITE PLANREPORT-RECORD
           else
               perform execute-machine
               compute plangesamtschritte =
                   plangesamtschritte + schrittzaehler
               if not haltEndzustand
                   move 4 to planjobrc
               end-if
               move spaces to planZeile
               string "JOB " plananzahl " " PJ-NAME
                   " TAPEIN=" TAPEIN-DSNAME
                   " Z" aktZustand
                   " SCHRITTE=" schrittzaehler
                   " " haltursache
                   delimited by size into planZeile
               move planZeile to PLANREPORT-RECORD
               WRITE PLANREPORT-RECORD
               if haltZyklus
                   move spaces to planZeile
                   string "    ZYKLUS AB SCHRITT " zyklusstart
                       " LAENGE " zykluslaenge
                       delimited by size into planZeile
                   move planZeile to PLANREPORT-RECORD
                   WRITE PLANREPORT-RECORD
               end-if
               if PJ-TAPEOUT not = spaces
                   perform plan-band-ausgabe
               end-if
           end-if.
           set tapeinOk to true.
       pbj-9999.

       plan-band-ausgabe section.
       pba-1000.
           move PJ-TAPEOUT to TAPEOUT-DSNAME.
           perform tapeout-schreiben.
           move spaces to planZeile.
           if tapeoutFehler
               compute planfehler = planfehler + 1
               string "    TAPEOUT=" TAPEOUT-DSNAME
                   " " tapeoutfehlertext
                   delimited by size into planZeile
           else
               string "    TAPEOUT=" TAPEOUT-DSNAME
                   " LAENGE=" bandlaenge
                   " KOPF=" bandkopf
                   delimited by size into planZeile
           end-if.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
       pba-9999.

       plan-job-ergebnis section.
       ple-1000.
           move spaces to planZeile.
           string "JOB " plananzahl " " PJ-NAME
               " ERG=" WORTERG-DSNAME
               " WORTE=" wortlisteverarbeitet
               " ABGEWIESEN=" wortlisteabgewiesen
               " SCHRITTE=" wortlisteschritte
               delimited by size into planZeile.
           move planZeile to PLANREPORT-RECORD.
           WRITE PLANREPORT-RECORD.
           if wortlisteabgewiesen > 0 or wortlistezyklen > 0
               move 4 to planjobrc
           end-if.
           if wortlistezyklen > 0
               move spaces to planZeile
               string "    ZYKLUS=" wortlistezyklen
                   " ERSTES WORT=" wortlistezykluswort
                   " AB SCHRITT " wortlistezyklusstart
                   " LAENGE " wortlistezykluslaenge
                   delimited by size into planZeile
               move planZeile to PLANREPORT-RECORD
               WRITE PLANREPORT-RECORD
           end-if.
       ple-9999.

       plan-job-fehlt section.
       vergleich-verarbeitung section.
       vgv-1000.
           perform init.
           perform katalog-produktion-waehlen.
           UNSTRING kommandozeile delimited by all " "
               into batchmodusname vglname1 vglname2.
           set vglOk to true.
           move aktZustand to vglzustand1.
           move schrittzaehler to vglschritte1.
           move haltursache to vglursache1.
           move zyklusstart to vglzyklusstart1.
           move zykluslaenge to vglzykluslaenge1.
           perform fuelle-band-auszug.
           move REPORT-TAPE-ZEILE to vglband1.
           move vgldsname2 to SAVE-DSNAME.
           move aktZustand to vglzustand2.
           move schrittzaehler to vglschritte2.
           move haltursache to vglursache2.
           move zyklusstart to vglzyklusstart2.
           move zykluslaenge to vglzykluslaenge2.
           perform fuelle-band-auszug.
           move REPORT-TAPE-ZEILE to vglband2.
           move spaces to vglZeile.
               delimited by size into vglZeile.
           move vglZeile to VGLREPORT-RECORD.
           WRITE VGLREPORT-RECORD.
           if vglursache1 = "ZYKLUS"
               move spaces to vglZeile
               string "    ZYKLUS AB SCHRITT " vglzyklusstart1
                   " LAENGE " vglzykluslaenge1
                   delimited by size into vglZeile
               move vglZeile to VGLREPORT-RECORD
               WRITE VGLREPORT-RECORD
           end-if.
           move spaces to vglZeile.
           string "  B Z" vglzustand2
               " SCHRITTE " vglschritte2
               delimited by size into vglZeile.
           move vglZeile to VGLREPORT-RECORD.
           WRITE VGLREPORT-RECORD.
           if vglursache2 = "ZYKLUS"
               move spaces to vglZeile
               string "    ZYKLUS AB SCHRITT " vglzyklusstart2
                   " LAENGE " vglzykluslaenge2
                   delimited by size into vglZeile
               move vglZeile to VGLREPORT-RECORD
               WRITE VGLREPORT-RECORD
           end-if.
           if vglzustand1 = vglzustand2
               and vglschritte1 = vglschritte2
               and vglband1 = vglband2
       test-verarbeitung section.
       tvb-1000.
           perform init.
           perform testlauf-durchfuehren.
           if testfehler > 0
               move 8 to return-code.
       tvb-9999.

       testlauf-durchfuehren section.
       tld-1000.
           move 0 to testanzahl.
           move 0 to testbestanden.
           move 0 to testfehler.
           WRITE TESTREPORT-RECORD.
           CLOSE TESTFALL-FILE.
           CLOSE TESTREPORT-FILE.
       tld-9999.

       testfall-zeile-lesen section.
       tfl-1000.
               AT END
                   set testfallEnde to true
               NOT AT END
                   if testfilter = spaces or TC-NAME = testfilter
                       perform testfall-verarbeiten
                   end-if
           END-READ.
       tfl-9999.

           if startMachine and tabelleUngueltig
               display fehlermeldung at 2305.
           if startMachine and tabelleGueltig
               perform band-dateien-abfragen
               if tapeinFehler
                   display tapeinfehlertext at 2305
               else
                   perform execute-machine
                   perform band-ausgabe-interaktiv
               end-if
           end-if.
           if saveMachine
               move "SICHERN" to gewuenschteaktion
               perform berechtigung-pruefen
               perform audit-anzeigen.
           if traceAnzeigen
               perform trace-browser.
           if analyseMachine
               perform analyse-anzeigen.
       sel-9999.
           
       show-display section.
           DISPLAY alp     AT 0430.
           DISPLAY "Startword:" AT 0505.
           DISPLAY startword     AT 0530.
           perform maschinenart-anzeigen.
           DISPLAY "Zustandsuebergangstabelle:" AT 0445.
           DISPLAY  menutext AT 2205.
           DISPLAY  menutext2 AT 2105.
           perform print-zustaede. 
       sho-9999.

       maschinenart-anzeigen section.
       maa-1000.
           DISPLAY "Art:" AT 0555.
           DISPLAY maschinenart AT 0560.
       maa-9999.

       accept-alphabet section.
       alp-1000.
           move spaces to auditvorher.
           compute counter = counter + 1.
       pbr-9999.

       band-dateien-abfragen section.
       bda-1000.
           set tapeinOk to true.
           set ohneTapein to true.
           set ohneTapeout to true.
           move spaces to TAPEIN-DSNAME.
           move spaces to TAPEOUT-DSNAME.
           display "TAPEIN (leer=Band):     " at 2205.
           accept TAPEIN-DSNAME at 2229.
           display "TAPEOUT (leer=keine):   " at 2205.
           accept TAPEOUT-DSNAME at 2229.
           DISPLAY  menutext AT 2205.
           if TAPEIN-DSNAME not = spaces
               set mitTapein to true
               perform tapein-laden
           end-if.
           if TAPEOUT-DSNAME not = spaces
               set mitTapeout to true.
       bda-9999.

       band-ausgabe-interaktiv section.
       bai-1000.
           if mitTapeout
               perform tapeout-schreiben
               if tapeoutFehler
                   display "TAPEOUT " at 2305
                   display tapeoutfehlertext at 2313
               else
                   display "TAPEOUT geschrieben.          " at 2305
               end-if
           end-if.
       bai-9999.

       accept-startword section.
       ast-1000.
           move spaces to auditvorher.
       ezu-1000.
           DISPLAY "Add Zustand(a) edit Zustand(e) delete Zustand(d)
      -    " ready(r)" AT 2205.
           DISPLAY zustandmenutext2 AT 2105.
           perform select-command-edit-zustaende with test after
           until editzustaendeready.
           DISPLAY  menutext AT 2205.
           DISPLAY  menutext2 AT 2105.
       ezu-9999.

       select-command-edit-zustaende section.
               perform askzustand.
           if deletezustand
               perform deletezustandsection.
           if artwechsel
               perform maschinenart-wechseln.
           if aufrufedit
               perform aufruf-bearbeiten.
           if labeledit
               perform label-bearbeiten.
       sel-9999.

       label-bearbeiten section.
       lbe-1000.
           display "Label fuer Zustand:" at 2305.
           display "Z" at 2325.
           ACCEPT  zustandtoedit AT 2326.
           if zustandtoedit < 1 or zustandtoedit > zustandcounter
               display "ungueltiger Zustand.      " at 2305
           else
               move spaces to auditvorher
               string zlabel(zustandtoedit) " "
                   zbeschreibung(zustandtoedit)
                   delimited by size into auditvorher
               display leerzeile at 2305
               display "Label:" at 2305
               accept zlabel(zustandtoedit) at 2312
               display leerzeile at 2305
               display "Beschreibung:" at 2305
               accept zbeschreibung(zustandtoedit) at 2319
               move spaces to auditnachher
               string zlabel(zustandtoedit) " "
                   zbeschreibung(zustandtoedit)
                   delimited by size into auditnachher
               move "EDIT-LABEL" to auditaktion
               move zustandtoedit to auditzustand
               perform audit-schreiben
               display leerzeile at 2305
           end-if.
       lbe-9999.

       aufruf-bearbeiten section.
       aub-1000.
           display "Aufruf-Platz (1-9):" at 2305.
           accept aufrufplatz at 2325.
           if aufrufplatz < 1
               display "ungueltiger Platz.        " at 2305
           else
               move spaces to auditvorher
               string aufrufplatz " " aufrufname(aufrufplatz)
                   delimited by size into auditvorher
               display "Maschine (leer=keine):" at 2305
               accept aufrufname(aufrufplatz) at 2328
               move spaces to auditnachher
               string aufrufplatz " " aufrufname(aufrufplatz)
                   delimited by size into auditnachher
               move "EDIT-AUFRUF" to auditaktion
               move 0 to auditzustand
               perform audit-schreiben
               display "                                            "
                   at 2305
           end-if.
       aub-9999.

       maschinenart-wechseln section.
       maw-1000.
           move spaces to auditvorher.
           move maschinenart to auditvorher.
           if ndMaschine
               move "D" to maschinenart
               move spaces to alternativtabelle
           else
               move "N" to maschinenart
           end-if.
           move spaces to auditnachher.
           move maschinenart to auditnachher.
           move "MASCHINENART" to auditaktion.
           move 0 to auditzustand.
           perform audit-schreiben.
           perform maschinenart-anzeigen.
       maw-9999.

       askzustand section.
       akz-1000.
           display "enter zustand to edit:" at 2305.
           else
               compute zustandcounter = zustandcounter + 1
               move zustandcounter to zeileinbearbeitung
               move spaces to altzeile(zustandcounter)
               move spaces to beschreibungzeile(zustandcounter)
               perform print-zustaede
               compute row = 6 + zustandcounter
               move 1 to counter
               accept gotoZ(zeileinbearbeitung, 11) at 2333
               accept moveto(zeileinbearbeitung, 11) at 2336
           end-if.
           if ndMaschine
               move 11 to altspalte
               perform alternativen-bearbeiten
           end-if.
           display "                              " at 2305.
           perform print-zustaede.
       asp-9999.
           compute coll2 = coll + 4.
           accept moveto(zeileinbearbeitung, counter)  at line
           number row col number coll2.
           if ndMaschine
               move counter to altspalte
               perform alternativen-bearbeiten
           end-if.
           compute counter = counter + 1.
       mck-9999.

       alternativen-bearbeiten section.
       alb-1000.
           move altzelle(zeileinbearbeitung, altspalte) to altzellealt.
           if writeChar(zeileinbearbeitung, altspalte) = space
               move spaces to altzelle(zeileinbearbeitung, altspalte)
           else
               move 1 to alteingabeidx
               perform accept-alternative until alteingabeidx > 3
               display "                                  " at 2305
           end-if.
           if altzelle(zeileinbearbeitung, altspalte) not = altzellealt
               move spaces to auditvorher
               string "SPALTE " altspalte " " altzellealt
                   delimited by size into auditvorher
               move spaces to auditnachher
               string "SPALTE " altspalte " "
                   altzelle(zeileinbearbeitung, altspalte)
                   delimited by size into auditnachher
               move "EDIT-ALTERN" to auditaktion
               move zeileinbearbeitung to auditzustand
               perform audit-schreiben
           end-if.
       alb-9999.

       accept-alternative section.
       aat-1000.
           display "Alternative   w/z/r (leer=keine):" at 2305.
           display alteingabeidx at 2317.
           accept altWrite(zeileinbearbeitung, altspalte, alteingabeidx)
               at 2339.
           if altWrite(zeileinbearbeitung, altspalte, alteingabeidx)
               = space
               perform alternative-loeschen until alteingabeidx > 3
           else
               accept altGoto(zeileinbearbeitung, altspalte,
                   alteingabeidx) at 2341
               accept altMove(zeileinbearbeitung, altspalte,
                   alteingabeidx) at 2344
               compute alteingabeidx = alteingabeidx + 1
           end-if.
       aat-9999.

       alternative-loeschen section.
       alo-1000.
           move spaces to
               alteintrag(zeileinbearbeitung, altspalte, alteingabeidx).
           compute alteingabeidx = alteingabeidx + 1.
       alo-9999.

       deletezustandsection section.
       dzs-1000.
           display "enter zustand to delete:" at 2305.
               move zustandtoedit to counter
               perform shift-zustandzeile-hoch until
                   counter >= zustandcounter
               move spaces to beschreibungzeile(zustandcounter)
               compute zustandcounter = zustandcounter - 1
               perform print-zustaede
               DISPLAY "Commando:                 " AT 2305
       shift-zustandzeile-hoch section.
       szh-1000.
           move zustaende(counter + 1) to zustaende(counter).
           move altzeile(counter + 1) to altzeile(counter).
           move beschreibungzeile(counter + 1) to
               beschreibungzeile(counter).
           compute counter = counter + 1.
       szh-9999.

                   compute gotoZ(counter, counter2) =
                       gotoZ(counter, counter2) - 1
               end-if
               move 1 to altfixidx
               perform fixup-alternative until altfixidx > 3
           end-if.
           compute counter2 = counter2 + 1.
       fzp-9999.

       fixup-alternative section.
       fxa-1000.
           if altWrite(counter, counter2, altfixidx) not = space
               if altGoto(counter, counter2, altfixidx) = zustandtoedit
                   move 1 to altGoto(counter, counter2, altfixidx)
               end-if
               if altGoto(counter, counter2, altfixidx) > zustandtoedit
                   compute altGoto(counter, counter2, altfixidx) =
                       altGoto(counter, counter2, altfixidx) - 1
               end-if
           end-if.
           compute altfixidx = altfixidx + 1.
       fxa-9999.

       build-kopfzeile section.
       bkz-1000.
           move 1 to counter.
       vzt-1000.
           set tabelleGueltig to true.
           move spaces to fehlermeldung.
           set keineAufrufe to true.
           move 1 to counter.
           perform validate-zustandzeile until counter > zustandcounter
               or tabelleUngueltig.
           if tabelleGueltig and aufrufeVorhanden
               perform aufruf-register-aufbauen.
       vzt-9999.

       validate-zustandzeile section.
               and writeChar(counter, 11) not = space
               perform validate-sonstspalte
           end-if.
           if tabelleGueltig and ndMaschine
               move 1 to counter2
               perform validate-alternativspalte until counter2 > 11
                   or tabelleUngueltig
           end-if.
           compute counter = counter + 1.
       vzz-9999.

       validate-alternativspalte section.
       vas-1000.
           if counter2 <= 10 and char(counter2) = space
               continue
           else
               set altLueckenlos to true
               move 1 to altvalidx
               perform validate-alternativ-luecke until altvalidx > 3
                   or tabelleUngueltig
               move 1 to altvalidx
               perform validate-alternative until altvalidx > 3
                   or tabelleUngueltig
           end-if.
           compute counter2 = counter2 + 1.
       vas-9999.

       validate-alternativ-luecke section.
       vlu-1000.
           if altWrite(counter, counter2, altvalidx) = space
               set altLueckeGefunden to true
           else
               if altLueckeGefunden
                   set tabelleUngueltig to true
                   move "ALTERNATIVEN NICHT LUECKENLOS" to fehlermeldung
               end-if
           end-if.
           compute altvalidx = altvalidx + 1.
       vlu-9999.

       validate-alternative section.
       val-1000.
           if altWrite(counter, counter2, altvalidx) not = space
               if writeChar(counter, counter2) = space
                   set tabelleUngueltig to true
                   move "Alternative ohne Hauptuebergang"
                       to fehlermeldung
               end-if
               if tabelleGueltig
                   if altGoto(counter, counter2, altvalidx)
                       is not numeric
                       set tabelleUngueltig to true
                   else
                       if altGoto(counter, counter2, altvalidx) < 1 or
                           altGoto(counter, counter2, altvalidx) >
                           zustandcounter
                           set tabelleUngueltig to true
                       end-if
                   end-if
                   if tabelleUngueltig
                       move "ungueltiges Ziel bei Alternative"
                           to fehlermeldung
                   end-if
               end-if
               if tabelleGueltig
                   and (counter2 not = 11
                   or altWrite(counter, counter2, altvalidx) not = "*")
                   perform validate-altwrite
               end-if
               if tabelleGueltig
                   and altMove(counter, counter2, altvalidx) not = "L"
                   and altMove(counter, counter2, altvalidx) not = "R"
                   set tabelleUngueltig to true
                   move "ungueltige Richtung bei Alternative"
                       to fehlermeldung
               end-if
           end-if.
           compute altvalidx = altvalidx + 1.
       val-9999.

       validate-altwrite section.
       vaw-1000.
           set spalteNichtGefunden to true.
           move 1 to validx.
           set alphabetNichtEnde to true.
           perform pruefe-altzeichen until alphabetEnde
               or spalteWurdeGefunden.
           if spalteNichtGefunden
               set tabelleUngueltig to true
               move "unbekanntes Zeichen bei Alternative"
                   to fehlermeldung.
       vaw-9999.

       pruefe-altzeichen section.
       paz2-1000.
           if char(validx) = space
               set alphabetEnde to true
           else
               if char(validx) = altWrite(counter, counter2, altvalidx)
                   set spalteWurdeGefunden to true
               else
                   compute validx = validx + 1
                   if validx > 10
                       set alphabetEnde to true
                   end-if
               end-if
           end-if.
       paz2-9999.

       validate-sonstspalte section.
       vsp-1000.
           move 11 to counter2.
               set tabelleUngueltig to true
               move "ungueltiges Ziel bei gotoZ" to fehlermeldung
           end-if.
           if tabelleGueltig and moveto(counter, 11) = "C"
               perform validate-aufrufzelle
           else
               if tabelleGueltig and writeChar(counter, 11) not = "*"
                   perform validate-writechar
               end-if
           end-if.
           if tabelleGueltig and moveto(counter, 11) not = "L"
               and moveto(counter, 11) not = "R"
               and moveto(counter, 11) not = "C"
               set tabelleUngueltig to true
               move "ungueltige Richtung bei moveto" to fehlermeldung.
       vsp-9999.
                   move "ungueltiges Ziel bei gotoZ" to fehlermeldung
               end-if
               if tabelleGueltig
                   if moveto(counter, counter2) = "C"
                       perform validate-aufrufzelle
                   else
                       perform validate-writechar
                   end-if
               end-if
               if tabelleGueltig and moveto(counter, counter2) not = "L"
                   and moveto(counter, counter2) not = "R"
                   and moveto(counter, counter2) not = "C"
                   set tabelleUngueltig to true
                   move "ungueltige Richtung bei moveto"
                       to fehlermeldung
           compute counter2 = counter2 + 1.
       vzs-9999.

       validate-aufrufzelle section.
       vaz-1000.
           if ndMaschine
               set tabelleUngueltig to true
               move "Aufruf in nichtdet. Maschine" to fehlermeldung
           else
               if writeChar(counter, counter2) < "1"
                   or writeChar(counter, counter2) > "9"
                   set tabelleUngueltig to true
                   move "ungueltiger Aufruf-Platz" to fehlermeldung
               else
                   move writeChar(counter, counter2) to aufrufplatz
                   if aufrufname(aufrufplatz) = spaces
                       set tabelleUngueltig to true
                       move "Aufruf-Platz nicht belegt" to fehlermeldung
                   else
                       set aufrufeVorhanden to true
                   end-if
               end-if
           end-if.
       vaz-9999.

       aufruf-register-aufbauen section.
       arb-1000.
           set registerGueltig to true.
           move startword to aufrufstartwort.
           move SAVE-DSNAME to aufrufdsname.
           move maschinenart to aufrufart.
           move beschreibungtabelle to aufrufbeschreibungen.
           move 1 to aufrufregmax.
           move aktmaschinenname to AR-NAME(1).
           move SAVE-DSNAME to AR-DSNAME(1).
           move zustandcounter to AR-ANZAHL(1).
           move alp to AR-ALP(1).
           move zustandstabelle to AR-TABELLE(1).
           move aufruftabelle to AR-AUFRUFE(1).
           move 0 to AR-TIEFE(1).
           move 1 to aufruflabelidx.
           perform aufruf-label-uebernehmen until aufruflabelidx > 40.
           move 1 to aufrufregidx.
           perform aufruf-register-eintrag until
               aufrufregidx > aufrufregmax or registerUngueltig.
           if registerGueltig
               perform aufruf-tiefe-pruefen
           end-if.
           move 1 to aktmaschine.
           perform aufruf-maschine-aktivieren.
           move AR-AUFRUFE(1) to aufruftabelle.
           move aufrufstartwort to startword.
           move aufrufdsname to SAVE-DSNAME.
           move aufrufart to maschinenart.
           move spaces to alternativtabelle.
           move aufrufbeschreibungen to beschreibungtabelle.
           set maschineGeladen to true.
           if registerGueltig
               set tabelleGueltig to true
           else
               set tabelleUngueltig to true
           end-if.
       arb-9999.

       aufruf-register-eintrag section.
       are-1000.
           move 1 to aufrufslot.
           perform aufruf-register-platz until aufrufslot > 9
               or registerUngueltig.
           compute aufrufregidx = aufrufregidx + 1.
       are-9999.

       aufruf-register-platz section.
       arp-1000.
           move 0 to AR-ZIEL(aufrufregidx, aufrufslot).
           if AR-AUFRUFNAME(aufrufregidx, aufrufslot) not = spaces
               move AR-AUFRUFNAME(aufrufregidx, aufrufslot) to
                   catalogauswahl
               perform catalog-suchen
               if catalogNichtGefunden
                   set registerUngueltig to true
                   move spaces to fehlermeldung
                   string "Aufruf unbekannt: " catalogauswahl
                       delimited by size into fehlermeldung
               else
                   perform aufruf-register-suchen
                   if registerGefunden
                       move aufrufregidx2 to
                           AR-ZIEL(aufrufregidx, aufrufslot)
                   else
                       perform aufruf-register-laden
                   end-if
               end-if
           end-if.
           compute aufrufslot = aufrufslot + 1.
       arp-9999.

       aufruf-register-suchen section.
       ars2-1000.
           set registerNichtGefunden to true.
           move 1 to aufrufregidx2.
           perform aufruf-register-vergleichen until
               aufrufregidx2 > aufrufregmax or registerGefunden.
       ars2-9999.

       aufruf-register-vergleichen section.
       arv2-1000.
           if AR-DSNAME(aufrufregidx2) = CR-DSNAME
               set registerGefunden to true
           else
               compute aufrufregidx2 = aufrufregidx2 + 1
           end-if.
       arv2-9999.

       aufruf-register-laden section.
       arl-1000.
           if aufrufregmax >= 10
               set registerUngueltig to true
               move "zu viele Untermaschinen" to fehlermeldung
           else
               move CR-DSNAME to SAVE-DSNAME
               set ladenOhneBand to true
               perform load-machine-lesen
               set ladenMitBand to true
               if maschineNichtGeladen
                   set registerUngueltig to true
                   move spaces to fehlermeldung
                   string "Nicht ladbar: " catalogauswahl
                       delimited by size into fehlermeldung
               else
                   if ndMaschine
                       set registerUngueltig to true
                       move spaces to fehlermeldung
                       string "Nichtdet. Aufruf: " catalogauswahl
                           delimited by size into fehlermeldung
                   else
                       set tabelleGueltig to true
                       move 1 to counter
                       perform validate-zustandzeile until
                           counter > zustandcounter or tabelleUngueltig
                       if tabelleUngueltig
                           set registerUngueltig to true
                           move spaces to fehlermeldung
                           string "Ungueltig: " catalogauswahl
                               delimited by size into fehlermeldung
                       else
                           perform aufruf-register-eintragen
                       end-if
                   end-if
               end-if
           end-if.
       arl-9999.

       aufruf-register-eintragen section.
       art-1000.
           compute aufrufregmax = aufrufregmax + 1.
           move catalogauswahl to AR-NAME(aufrufregmax).
           move CR-DSNAME to AR-DSNAME(aufrufregmax).
           move zustandcounter to AR-ANZAHL(aufrufregmax).
           move alp to AR-ALP(aufrufregmax).
           move zustandstabelle to AR-TABELLE(aufrufregmax).
           move aufruftabelle to AR-AUFRUFE(aufrufregmax).
           move 0 to AR-TIEFE(aufrufregmax).
           move aufrufregmax to AR-ZIEL(aufrufregidx, aufrufslot).
           move 1 to aufruflabelidx.
           perform aufruf-label-uebernehmen until aufruflabelidx > 40.
       art-9999.

       aufruf-label-uebernehmen section.
       alu-1000.
           move zlabel(aufruflabelidx) to
               AR-LABEL(aufrufregmax, aufruflabelidx).
           compute aufruflabelidx = aufruflabelidx + 1.
       alu-9999.

       aufruf-tiefe-pruefen section.
       atp-1000.
           move 0 to aufruflauf.
           set tiefeGeaendert to true.
           perform aufruf-tiefe-durchlauf until tiefeStabil
               or aufruflauf > 10.
           if tiefeGeaendert
               set registerUngueltig to true
               move "Rekursiver Aufruf von Untermaschine"
                   to fehlermeldung
           else
               move 1 to aufrufregidx
               perform aufruf-tiefe-vergleichen until
                   aufrufregidx > aufrufregmax or registerUngueltig
           end-if.
       atp-9999.

       aufruf-tiefe-durchlauf section.
       atd-1000.
           set tiefeStabil to true.
           compute aufruflauf = aufruflauf + 1.
           move 1 to aufrufregidx.
           perform aufruf-tiefe-zeile until aufrufregidx > aufrufregmax.
       atd-9999.

       aufruf-tiefe-zeile section.
       atz-1000.
           move 1 to aufrufslot.
           perform aufruf-tiefe-platz until aufrufslot > 9.
           compute aufrufregidx = aufrufregidx + 1.
       atz-9999.

       aufruf-tiefe-platz section.
       atl-1000.
           move AR-ZIEL(aufrufregidx, aufrufslot) to aufrufziel.
           if aufrufziel > 0
               if AR-TIEFE(aufrufziel) < AR-TIEFE(aufrufregidx) + 1
                   compute AR-TIEFE(aufrufziel) =
                       AR-TIEFE(aufrufregidx) + 1
                   set tiefeGeaendert to true
               end-if
           end-if.
           compute aufrufslot = aufrufslot + 1.
       atl-9999.

       aufruf-tiefe-vergleichen section.
       atv-1000.
           if AR-TIEFE(aufrufregidx) > 5
               set registerUngueltig to true
               move spaces to fehlermeldung
               string "Aufruftiefe > 5: " AR-NAME(aufrufregidx)
                   delimited by size into fehlermeldung
           end-if.
           compute aufrufregidx = aufrufregidx + 1.
       atv-9999.

       aufruf-maschine-aktivieren section.
       ama-1000.
           move AR-ANZAHL(aktmaschine) to zustandcounter.
           move AR-ALP(aktmaschine) to alp.
           move AR-TABELLE(aktmaschine) to zustandstabelle.
       ama-9999.

       validate-writechar section.
       vwc-1000.
           set spalteNichtGefunden to true.
           end-if.
       paz-9999.

       analyse-verarbeitung section.
       anv-1000.
           perform init.
           if batchparam not = spaces
               move batchparam to SAVE-DSNAME.
           move SAVE-DSNAME to aktmaschinenname.
           perform load-machine-lesen.
           if maschineNichtGeladen
               perform lade-fehler-melden
           else
               perform analyse-durchfuehren
               if tabelleUngueltig
                   move 8 to return-code
               else
                   if analysebefunde > 0
                       move 4 to return-code
                   end-if
               end-if
           end-if.
       anv-9999.

       analyse-anzeigen section.
       ana-1000.
           move 6 to row.
           perform analyse-durchfuehren.
           move spaces to catalogpruefZeile.
           string "Analyse beendet, Befunde: " analysebefunde
               delimited by size into catalogpruefZeile.
           display catalogpruefZeile at 2305.
           display leerzeile at 2205.
           display "Weiter mit Enter:" at 2205.
           accept analysetaste at 2223.
           perform analyse-anzeige-loeschen until row < 7.
           display leerzeile at 2205.
           display leerzeile at 2305.
           perform show-display.
       ana-9999.

       analyse-anzeige-loeschen section.
       aal3-1000.
           display leerzeile at line number row col number 2.
           compute row = row - 1.
       aal3-9999.

       analyse-durchfuehren section.
       adf-1000.
           move 0 to analysebefunde.
           move 0 to analysealpanzahl.
           set alphabetNichtEnde to true.
           perform analyse-alphabet-zaehlen until alphabetEnde.
           perform validate-zustandstabelle.
           perform analyse-erreichbarkeit.
           perform analyse-endefaehigkeit.
           OPEN OUTPUT ANALYSE-FILE.
           move spaces to analyseAusgabe.
           string "Strukturanalyse " aktmaschinenname
               " ZUSTAENDE " zustandcounter
               delimited by size into analyseAusgabe.
           perform analyse-zeile-ausgeben.
           move spaces to analyseAusgabe.
           if tabelleUngueltig
               string "TABELLE UNGUELTIG: " fehlermeldung
                   delimited by size into analyseAusgabe
           else
               move "TABELLE GUELTIG" to analyseAusgabe
           end-if.
           perform analyse-zeile-ausgeben.
           move 0 to analyseerreicht.
           move 1 to analyseidx.
           perform analyse-zustand-befunde until
               analyseidx > zustandcounter.
           move 1 to analyseidx.
           perform analyse-schleifen-zeile until
               analyseidx > zustandcounter.
           move spaces to analyseAusgabe.
           string "ERREICHBAR: " analyseerreicht
               " VON " zustandcounter
               " BEFUNDE: " analysebefunde
               delimited by size into analyseAusgabe.
           perform analyse-zeile-ausgeben.
           CLOSE ANALYSE-FILE.
       adf-9999.

       analyse-alphabet-zaehlen section.
       aaz2-1000.
           if char(analysealpanzahl + 1) = space
               set alphabetEnde to true
           else
               compute analysealpanzahl = analysealpanzahl + 1
               if analysealpanzahl >= 10
                   set alphabetEnde to true
               end-if
           end-if.
       aaz2-9999.

       analyse-zeile-ausgeben section.
       aza-1000.
           if analysedateistatus = "00"
               move analyseAusgabe to ANALYSE-RECORD
               WRITE ANALYSE-RECORD
           end-if.
           if interaktiv and row < 20
               compute row = row + 1
               display analyseAusgabe(1:76) at line number row
               col number 2
           end-if.
       aza-9999.

       analyse-zelle-holen section.
       azh2-1000.
           set zelleInaktiv to true.
           move 0 to analyseziel.
           if analysespaltidx <= analysealpanzahl
               or analysespaltidx = 11
               if writeChar(analyseidx, analysespaltidx) not = space
                   set zelleAktiv to true
                   move gotoZ(analyseidx, analysespaltidx) to
                       analyseziel
               end-if
           end-if.
       azh2-9999.

       analyse-erreichbarkeit section.
       aer-1000.
           move zeros to analysetabelle.
           move 1 to analysestart.
           perform analyse-huelle-bilden.
           move 1 to analyseidx.
           perform analyse-erreich-uebernehmen until
               analyseidx > zustandcounter.
       aer-9999.

       analyse-erreich-uebernehmen section.
       aeb-1000.
           move AN-HUELLE(analyseidx) to AN-ERREICHBAR(analyseidx).
           compute analyseidx = analyseidx + 1.
       aeb-9999.

       analyse-huelle-bilden section.
       ahb-1000.
           move 1 to analyseidx.
           perform analyse-huelle-loeschen until analyseidx > 40.
           if analysestart >= 1 and analysestart <= zustandcounter
               move 1 to AN-HUELLE(analysestart).
           set analyseGeaendert to true.
           perform analyse-huelle-durchlauf until analyseStabil.
       ahb-9999.

       analyse-huelle-loeschen section.
       ahl2-1000.
           move 0 to AN-HUELLE(analyseidx).
           compute analyseidx = analyseidx + 1.
       ahl2-9999.

       analyse-huelle-durchlauf section.
       ahd-1000.
           set analyseStabil to true.
           move 1 to analyseidx.
           perform analyse-huelle-zeile until
               analyseidx > zustandcounter.
       ahd-9999.

       analyse-huelle-zeile section.
       ahz2-1000.
           if AN-HUELLE(analyseidx) = 1
               move 1 to analysespaltidx
               perform analyse-huelle-spalte until
                   analysespaltidx > 11
           end-if.
           compute analyseidx = analyseidx + 1.
       ahz2-9999.

       analyse-huelle-spalte section.
       ahs2-1000.
           perform analyse-zelle-holen.
           if zelleAktiv
               and analyseziel >= 1 and analyseziel <= zustandcounter
               if AN-HUELLE(analyseziel) = 0
                   move 1 to AN-HUELLE(analyseziel)
                   set analyseGeaendert to true
               end-if
           end-if.
           if zelleAktiv and ndMaschine
               move 1 to altanalyseidx
               perform analyse-huelle-alternative until
                   altanalyseidx > 3
           end-if.
           compute analysespaltidx = analysespaltidx + 1.
       ahs2-9999.

       analyse-huelle-alternative section.
       aha-1000.
           if altWrite(analyseidx, analysespaltidx, altanalyseidx)
               not = space
               move altGoto(analyseidx, analysespaltidx, altanalyseidx)
                   to analyseziel
               if analyseziel >= 1 and analyseziel <= zustandcounter
                   if AN-HUELLE(analyseziel) = 0
                       move 1 to AN-HUELLE(analyseziel)
                       set analyseGeaendert to true
                   end-if
               end-if
           end-if.
           compute altanalyseidx = altanalyseidx + 1.
       aha-9999.

       analyse-endefaehigkeit section.
       aef-1000.
           move 1 to analyseidx.
           perform analyse-direkt-halt until
               analyseidx > zustandcounter.
           move 1 to analysestart.
           perform analyse-ende-zustand until
               analysestart > zustandcounter.
       aef-9999.

       analyse-direkt-halt section.
       adh-1000.
           if analysealpanzahl = 0
               move 1 to AN-DIREKTHALT(analyseidx).
           move 1 to analysespaltidx.
           perform analyse-halt-spalte until analysespaltidx > 11
               or AN-DIREKTHALT(analyseidx) = 1.
           compute analyseidx = analyseidx + 1.
       adh-9999.

       analyse-halt-spalte section.
       ahs-1000.
           perform analyse-zelle-holen.
           if zelleAktiv
               if analyseziel < 1 or analyseziel > zustandcounter
                   move 1 to AN-DIREKTHALT(analyseidx)
               end-if
               if ndMaschine
                   move 1 to altanalyseidx
                   perform analyse-halt-alternative until
                       altanalyseidx > 3
               end-if
           else
               if analysespaltidx <= analysealpanzahl
                   if writeChar(analyseidx, 11) = space
                       or char(analysespaltidx) = "_"
                       move 1 to AN-DIREKTHALT(analyseidx)
                   end-if
               end-if
           end-if.
           compute analysespaltidx = analysespaltidx + 1.
       ahs-9999.

       analyse-halt-alternative section.
       aht-1000.
           if altWrite(analyseidx, analysespaltidx, altanalyseidx)
               not = space
               if altGoto(analyseidx, analysespaltidx, altanalyseidx)
                   < 1 or
                   altGoto(analyseidx, analysespaltidx, altanalyseidx)
                   > zustandcounter
                   move 1 to AN-DIREKTHALT(analyseidx)
               end-if
           end-if.
           compute altanalyseidx = altanalyseidx + 1.
       aht-9999.

       analyse-ende-zustand section.
       aeq-1000.
           perform analyse-huelle-bilden.
           move 0 to analyselinks.
           move 0 to analyserechts.
           move 1 to analyseidx.
           perform analyse-ende-zeile until
               analyseidx > zustandcounter
               or AN-ENDEFAEHIG(analysestart) = 1.
           if analyselinks = 0 or analyserechts = 0
               move 1 to AN-ENDEFAEHIG(analysestart).
           compute analysestart = analysestart + 1.
       aeq-9999.

       analyse-ende-zeile section.
       aez-1000.
           if AN-HUELLE(analyseidx) = 1
               if AN-DIREKTHALT(analyseidx) = 1
                   move 1 to AN-ENDEFAEHIG(analysestart)
               else
                   move 1 to analysespaltidx
                   perform analyse-richtung-spalte until
                       analysespaltidx > 11
               end-if
           end-if.
           compute analyseidx = analyseidx + 1.
       aez-9999.

       analyse-richtung-spalte section.
       ars-1000.
           perform analyse-zelle-holen.
           if zelleAktiv
               EVALUATE moveto(analyseidx, analysespaltidx)
                   WHEN "L"
                       move 1 to analyselinks
                   WHEN "R"
                       move 1 to analyserechts
                   WHEN OTHER
                       move 1 to analyselinks
                       move 1 to analyserechts
               END-EVALUATE
               if ndMaschine
                   move 1 to altanalyseidx
                   perform analyse-richtung-alternative until
                       altanalyseidx > 3
               end-if
           end-if.
           compute analysespaltidx = analysespaltidx + 1.
       ars-9999.

       analyse-richtung-alternative section.
       ara2-1000.
           if altWrite(analyseidx, analysespaltidx, altanalyseidx)
               not = space
               EVALUATE altMove(analyseidx, analysespaltidx,
                   altanalyseidx)
                   WHEN "L"
                       move 1 to analyselinks
                   WHEN "R"
                       move 1 to analyserechts
                   WHEN OTHER
                       move 1 to analyselinks
                       move 1 to analyserechts
               END-EVALUATE
           end-if.
           compute altanalyseidx = altanalyseidx + 1.
       ara2-9999.

       analyse-zustand-befunde section.
       azb-1000.
           if AN-ERREICHBAR(analyseidx) = 1
               compute analyseerreicht = analyseerreicht + 1
           else
               compute analysebefunde = analysebefunde + 1
               move spaces to analyseAusgabe
               string "Z" ZNumber(analyseidx) " UNERREICHBAR"
                   delimited by size into analyseAusgabe
               perform analyse-zeile-ausgeben
               if zakzflag(analyseidx) = "A"
                   compute analysebefunde = analysebefunde + 1
                   move spaces to analyseAusgabe
                   string "Z" ZNumber(analyseidx)
                       " AKZEPTIEREND ABER UNERREICHBAR"
                       delimited by size into analyseAusgabe
                   perform analyse-zeile-ausgeben
               end-if
           end-if.
           if AN-ENDEFAEHIG(analyseidx) = 0
               compute analysebefunde = analysebefunde + 1
               move spaces to analyseAusgabe
               string "Z" ZNumber(analyseidx)
                   " ERREICHT KEINEN ENDZUSTAND"
                   delimited by size into analyseAusgabe
               perform analyse-zeile-ausgeben
           end-if.
           compute analyseidx = analyseidx + 1.
       azb-9999.

       analyse-schleifen-zeile section.
       asz-1000.
           move 1 to analysespaltidx.
           perform analyse-schleifen-spalte until analysespaltidx > 11.
           compute analyseidx = analyseidx + 1.
       asz-9999.

       analyse-schleifen-spalte section.
       ass-1000.
           perform analyse-zelle-holen.
           if zelleAktiv and analyseziel = analyseidx
               and moveto(analyseidx, analysespaltidx) not = "L"
               and moveto(analyseidx, analysespaltidx) not = "R"
               and moveto(analyseidx, analysespaltidx) not = "C"
               compute analysebefunde = analysebefunde + 1
               if analysespaltidx = 11
                   move "*" to analysezeichen
               else
                   move char(analysespaltidx) to analysezeichen
               end-if
               move spaces to analyseAusgabe
               string "Z" ZNumber(analyseidx)
                   " ZEICHEN " analysezeichen
                   " ZEIGT AUF SICH SELBST OHNE KOPFBEWEGUNG"
                   delimited by size into analyseAusgabe
               perform analyse-zeile-ausgeben
           end-if.
           compute analysespaltidx = analysespaltidx + 1.
       ass-9999.

       execute-machine section.
       exm-1000.
           move 1 to aktZustand.
           move spaces to TRACE-DSNAME.
           string "TRC" laufnummer delimited by size into TRACE-DSNAME.
           set weiter to true.
           perform zyklus-ruecksetzen.
           perform aufruf-vorbereiten.
           OPEN OUTPUT TRACE-FILE.
           if haltAufruffehler
               continue
           else
               if ndMaschine
                   perform nd-lauf
               else
                   perform machine-step with test after until ende
                   perform aufruf-abwickeln
               end-if
           end-if.
           CLOSE TRACE-FILE.
           perform historie-schreiben.
           perform abdeckung-report.
           if haltSchrittgrenze and detMaschine and aufrufendtiefe = 0
               perform checkpoint-schreiben.
       exl-9999.

       aufruf-vorbereiten section.
       avb-1000.
           move 0 to aufruftiefe.
           move 1 to aktmaschine.
           move 0 to aufrufendtiefe.
           move spaces to aufrufendname.
           move 0 to aufrufendzustand.
           set keineAufrufe to true.
           if detMaschine
               move 1 to aufrufzeile
               perform aufruf-zellen-zeile until
                   aufrufzeile > zustandcounter or aufrufeVorhanden
           end-if.
           if aufrufeVorhanden
               if registerUngueltig
                   or AR-ANZAHL(1) not = zustandcounter
                   or AR-ALP(1) not = alp
                   or AR-TABELLE(1) not = zustandstabelle
                   or AR-AUFRUFE(1) not = aufruftabelle
                   perform aufruf-register-aufbauen
               end-if
               if registerUngueltig
                   set ende to true
                   set haltAufruffehler to true
               end-if
           end-if.
       avb-9999.

       aufruf-zellen-zeile section.
       azz2-1000.
           move 1 to aufrufspalte.
           perform aufruf-zellen-spalte until aufrufspalte > 11.
           compute aufrufzeile = aufrufzeile + 1.
       azz2-9999.

       aufruf-zellen-spalte section.
       azs4-1000.
           if moveto(aufrufzeile, aufrufspalte) = "C"
               set aufrufeVorhanden to true.
           compute aufrufspalte = aufrufspalte + 1.
       azs4-9999.

       aufruf-abwickeln section.
       aab2-1000.
           move aufruftiefe to aufrufendtiefe.
           if aufruftiefe > 0
               move AR-NAME(aktmaschine) to aufrufendname
               move aktZustand to aufrufendzustand
               move AF-AUFRUFZUSTAND(1) to aktZustand
               move 1 to aktmaschine
               perform aufruf-maschine-aktivieren
               move 0 to aufruftiefe
           end-if.
       aab2-9999.

       abdeckung-ruecksetzen section.
       abr-1000.
           move zeros to besuchstabelle.
           move 1 to counter2.
           perform abdeckung-spalte-zeile until counter2 > 10
               or char(counter2) = space.
           if writeChar(counter, 11) not = space
               perform abdeckung-sonst-zeile.
           compute counter = counter + 1.
       abz-9999.

       abdeckung-sonst-zeile section.
       abo-1000.
           move spaces to abdeckungZeile.
           if zellentreffer(counter, 11) = 0
               string "  SONST   * TREFFER " zellentreffer(counter, 11)
                   " *NIE*"
                   delimited by size into abdeckungZeile
           else
               string "  SONST   * TREFFER " zellentreffer(counter, 11)
                   delimited by size into abdeckungZeile
           end-if.
           move abdeckungZeile to COVERAGE-RECORD.
           WRITE COVERAGE-RECORD.
           if zellentreffer(counter, 11) > heisswert
               move zellentreffer(counter, 11) to heisswert
               move ZNumber(counter) to heisszeile
               move "*" to heisschar
           end-if.
       abo-9999.

       abdeckung-spalte-zeile section.
       abs-1000.
           move spaces to abdeckungZeile.
           if zellentreffer(counter, counter2) = 0
               string "  ZEICHEN " char(counter2)
                   " TREFFER " zellentreffer(counter, counter2)
                   " *NIE*"
                   delimited by size into abdeckungZeile
           else
               string "  ZEICHEN " char(counter2)
                   " TREFFER " zellentreffer(counter, counter2)
                   delimited by size into abdeckungZeile
           end-if.
           move abdeckungZeile to COVERAGE-RECORD.
           move 0 to statistikmax.
           move 0 to datummax.
           move 0 to statuebergangen.
           move 0 to statgesamtlaeufe.
           move 0 to statgesamtschritte.
           set historieNichtEnde to true.
           OPEN INPUT HISTORY-FILE.
           if historydateistatus = "00"
                   move statistikZeile to REPORT-RECORD
                   WRITE REPORT-RECORD
               end-if
               move spaces to statistikZeile
               string "GESAMT LAEUFE " statgesamtlaeufe
                   " SCHRITTE " statgesamtschritte
                   delimited by size into statistikZeile
               move statistikZeile to REPORT-RECORD
               WRITE REPORT-RECORD
               move "Laeufe je Datum" to REPORT-RECORD
               WRITE REPORT-RECORD
               move 1 to datumidx

       statistik-eintrag-zaehlen section.
       sez-1000.
           compute statgesamtlaeufe = statgesamtlaeufe + 1.
           compute statgesamtschritte =
               statgesamtschritte + HS-SCHRITTE.
           perform statistik-maschine-suchen.
           if statWurdeGefunden
               perform statistik-maschine-zaehlen
               move 0 to ST-ABBRUCH(statistikidx)
               move 0 to ST-CHECKPT(statistikidx)
               move 0 to ST-SONST(statistikidx)
               move 0 to ST-ZYKLUS(statistikidx)
               set statWurdeGefunden to true
           end-if.
       sms-9999.
               WHEN "KEIN CHECKPT"
                   compute ST-CHECKPT(statistikidx) =
                       ST-CHECKPT(statistikidx) + 1
               WHEN "ZYKLUS"
                   compute ST-ZYKLUS(statistikidx) =
                       ST-ZYKLUS(statistikidx) + 1
               WHEN OTHER
                   compute ST-SONST(statistikidx) =
                       ST-SONST(statistikidx) + 1
               " ABBRUCH " ST-ABBRUCH(statistikidx)
               " KEIN-CHECKPT " ST-CHECKPT(statistikidx)
               " SONSTIGE " ST-SONST(statistikidx)
               " ZYKLUS " ST-ZYKLUS(statistikidx)
               delimited by size into statistikZeile.
           move statistikZeile to REPORT-RECORD.
           WRITE REPORT-RECORD.
       restart-verarbeitung section.
       rsv-1000.
           perform init.
           set ohneTapein to true.
           if batchparam not = spaces
               move batchparam to SAVE-DSNAME.
           move SAVE-DSNAME to aktmaschinenname.
               perform validate-zustandstabelle
               if tabelleGueltig
                   perform checkpoint-lesen
                   if checkpointGelesen and detMaschine
                       perform restart-grenze-setzen
                       perform abdeckung-ruecksetzen
                       perform execute-lauf
                       if mitTapeout
                           move bandausname to TAPEOUT-DSNAME
                           perform tapeout-schreiben
                       end-if
                   else
                       set haltKeinCheckpoint to true
                       set ohneTapeout to true
                   end-if
               end-if
               perform print-report
               if tapeoutFehler
                   move 8 to return-code
               end-if
           end-if.
       rsv-9999.

       machine-step section.
       mst-1000.
           perform find-zustandzeile.
           if zeileWurdeGefunden
               if aufruftiefe = 0
                   compute zustandbesuche(aktZeile) =
                       zustandbesuche(aktZeile) + 1
               end-if
               perform find-alphabetspalte.
           if zeileNichtGefunden or spalteNichtGefunden
               if aufruftiefe > 0
                   perform aufruf-rueckkehr
               else
                   set ende to true
                   set haltEndzustand to true
               end-if
           else
               perform zyklus-vormerken
               perform apply-transition
               perform zyklus-pruefen
           end-if.
           if weiter and schrittzaehler >= schrittgrenze
               set ende to true
               set haltSchrittgrenze to true.
           if debugAn and weiter and aufruftiefe = 0
               perform debug-pruefen.
       mst-9999.

       aufruf-beginnen section.
       abg-1000.
           move writeChar(aktZeile, aktSpalte) to aufrufplatz.
           move AR-ZIEL(aktmaschine, aufrufplatz) to aufrufziel.
           if aufruftiefe >= 5 or aufrufziel = 0
               set ende to true
               set haltAufruffehler to true
           else
               compute aufruftiefe = aufruftiefe + 1
               move aktmaschine to AF-MASCHINE(aufruftiefe)
               move gotoZ(aktZeile, aktSpalte) to
                   AF-RUECKZUSTAND(aufruftiefe)
               move aktZustand to AF-AUFRUFZUSTAND(aufruftiefe)
               compute schrittzaehler = schrittzaehler + 1
               move spaces to traceZeile
               move 1 to tracezeiger
               string "Schritt " schrittzaehler
                   " Z" aktZeile
                   delimited by size into traceZeile
                   with pointer tracezeiger
               move aktmaschine to tracelabelmaschine
               move aktZeile to tracelabelzeile
               perform trace-label-anhaengen
               string " CALL " AR-NAME(aufrufziel)
                   " rueckkehrZu=Z" gotoZ(aktZeile, aktSpalte)
                   " tiefe=" aufruftiefe
                   delimited by size into traceZeile
                   with pointer tracezeiger
               move traceZeile to TRACE-RECORD
               WRITE TRACE-RECORD
               move aufrufziel to aktmaschine
               perform aufruf-maschine-aktivieren
               move 1 to aktZustand
           end-if.
       abg-9999.

       aufruf-rueckkehr section.
       ark-1000.
           move AR-NAME(aktmaschine) to aufrufname-alt.
           move aktZustand to aufrufendzustand.
           move aktmaschine to aufrufendmaschine.
           move AF-MASCHINE(aufruftiefe) to aktmaschine.
           perform aufruf-maschine-aktivieren.
           move AF-RUECKZUSTAND(aufruftiefe) to aktZustand.
           move spaces to traceZeile.
           move 1 to tracezeiger.
           string "RETURN aus " aufrufname-alt
               " endZustand=Z" aufrufendzustand
               delimited by size into traceZeile
               with pointer tracezeiger.
           move aufrufendmaschine to tracelabelmaschine.
           move aufrufendzustand to tracelabelzeile.
           perform trace-label-anhaengen.
           string " gehtZu=Z" aktZustand
               delimited by size into traceZeile
               with pointer tracezeiger.
           move aktmaschine to tracelabelmaschine.
           move aktZustand to tracelabelzeile.
           perform trace-label-anhaengen.
           string " tiefe=" aufruftiefe
               delimited by size into traceZeile
               with pointer tracezeiger.
           move traceZeile to TRACE-RECORD.
           WRITE TRACE-RECORD.
           move zeros to aufrufrahmen(aufruftiefe).
           compute aufruftiefe = aufruftiefe - 1.
       ark-9999.

       nd-lauf section.
       ndl-1000.
           move 0 to ndtiefe.
           move 1 to ndzweige.
           move aktZustand to ndletzterzustand.
           set ndNichtGekappt to true.
           if schrittgrenze > 10000
               move 10000 to ndgrenze
           else
               move schrittgrenze to ndgrenze
           end-if.
           set ndSuchen to true.
           perform nd-schritt until not ndSuchen.
           EVALUATE true
               WHEN ndAkzeptiert
                   set haltEndzustand to true
               WHEN ndZweigLimit
                   move ndletzterzustand to aktZustand
                   set haltZweiggrenze to true
               WHEN ndGekappt
                   move ndletzterzustand to aktZustand
                   set haltSchrittgrenze to true
               WHEN OTHER
                   move ndletzterzustand to aktZustand
                   set haltEndzustand to true
           END-EVALUATE.
           set ende to true.
       ndl-9999.

       nd-schritt section.
       nds-1000.
           perform find-zustandzeile.
           if zeileWurdeGefunden
               compute zustandbesuche(aktZeile) =
                   zustandbesuche(aktZeile) + 1
               perform find-alphabetspalte
           end-if.
           if zeileNichtGefunden or spalteNichtGefunden
               move aktZustand to ndletzterzustand
               perform akzeptanz-ermitteln
               if akzeptanztext = "ACCEPTED"
                   set ndAkzeptiert to true
               else
                   perform nd-zurueck
               end-if
           else
               if ndtiefe >= ndgrenze
                   set ndGekappt to true
                   move aktZustand to ndletzterzustand
                   perform nd-zurueck
               else
                   move 0 to ndaltidx
                   perform nd-vorwaerts
               end-if
           end-if.
       nds-9999.

       nd-vorwaerts section.
       ndv-1000.
           compute ndtiefe = ndtiefe + 1.
           move aktZustand to NP-ZUSTAND(ndtiefe).
           move aktZeile to NP-ZEILE(ndtiefe).
           move aktSpalte to NP-SPALTE(ndtiefe).
           move ndaltidx to NP-ALT(ndtiefe).
           move kopfposition to NP-KOPF(ndtiefe).
           move bandzelle(kopfposition) to NP-ZEICHEN(ndtiefe).
           move space to NP-VERSCHOBEN(ndtiefe).
           move space to NP-VERLOREN(ndtiefe).
           if ndaltidx = 0
               move writeChar(aktZeile, aktSpalte) to ndwrite
               move gotoZ(aktZeile, aktSpalte) to ndgoto
               move moveto(aktZeile, aktSpalte) to ndmove
           else
               move altWrite(aktZeile, aktSpalte, ndaltidx) to ndwrite
               move altGoto(aktZeile, aktSpalte, ndaltidx) to ndgoto
               move altMove(aktZeile, aktSpalte, ndaltidx) to ndmove
           end-if.
           compute zellentreffer(aktZeile, aktSpalte) =
               zellentreffer(aktZeile, aktSpalte) + 1.
           if aktSpalte = 11 and ndwrite = "*"
               continue
           else
               move ndwrite to bandzelle(kopfposition)
           end-if.
           if ndmove = "R"
               if kopfposition >= 19986
                   move "R" to NP-VERSCHOBEN(ndtiefe)
                   move bandzelle(1) to NP-VERLOREN(ndtiefe)
               end-if
               perform move-right
           end-if.
           if ndmove = "L"
               if kopfposition <= 16
                   move "L" to NP-VERSCHOBEN(ndtiefe)
                   move bandzelle(20001) to NP-VERLOREN(ndtiefe)
               end-if
               perform move-left
           end-if.
           move ndgoto to aktZustand.
           perform nd-trace-zeile.
           if interaktiv
               perform print-band.
       ndv-9999.

       nd-zurueck section.
       ndz-1000.
           set ndRueckWeiter to true.
           perform nd-zurueck-schritt until ndRueckEnde.
       ndz-9999.

       nd-zurueck-schritt section.
       nzs-1000.
           if ndtiefe = 0
               set ndErschoepft to true
               set ndRueckEnde to true
           else
               perform nd-rueckgaengig
               move NP-ALT(ndtiefe) to ndaltidx
               compute ndtiefe = ndtiefe - 1
               if ndaltidx < 3
                   if altWrite(aktZeile, aktSpalte, ndaltidx + 1)
                       not = space
                       set ndRueckEnde to true
                       perform nd-zweig-beginnen
                   end-if
               end-if
           end-if.
       nzs-9999.

       nd-zweig-beginnen section.
       nzb-1000.
           if ndzweige >= 9999
               set ndZweigLimit to true
           else
               compute ndzweige = ndzweige + 1
               compute ndaltidx = ndaltidx + 1
               move spaces to traceZeile
               string "Zweig " ndzweige
                   " ab Tiefe " ndtiefe
                   " Z" aktZeile
                   " Alternative " ndaltidx
                   delimited by size into traceZeile
               move traceZeile to TRACE-RECORD
               WRITE TRACE-RECORD
               perform nd-vorwaerts
           end-if.
       nzb-9999.

       nd-rueckgaengig section.
       nrg-1000.
           move NP-ZEILE(ndtiefe) to aktZeile.
           move NP-SPALTE(ndtiefe) to aktSpalte.
           move NP-ZUSTAND(ndtiefe) to aktZustand.
           if NP-VERSCHOBEN(ndtiefe) = "R"
               perform band-ende-links
               move NP-VERLOREN(ndtiefe) to bandzelle(1)
           end-if.
           if NP-VERSCHOBEN(ndtiefe) = "L"
               perform band-ende-rechts
               move NP-VERLOREN(ndtiefe) to bandzelle(20001)
           end-if.
           move NP-KOPF(ndtiefe) to kopfposition.
           move NP-ZEICHEN(ndtiefe) to bandzelle(kopfposition).
       nrg-9999.

       nd-trace-zeile section.
       ntz-1000.
           compute schrittzaehler = schrittzaehler + 1.
           move spaces to traceZeile.
           move 1 to tracezeiger.
           string "Schritt " schrittzaehler
               " Z" aktZeile
               delimited by size into traceZeile
               with pointer tracezeiger.
           move 1 to tracelabelmaschine.
           move aktZeile to tracelabelzeile.
           perform trace-label-anhaengen.
           string " schreibt=" ndwrite
               " gehtZu=Z" ndgoto
               " richtung=" ndmove
               " kopfLinks=" bandzelle(kopfposition)
               " kopfRechts=" bandzelle(kopfposition - 1)
               " zweig=" ndzweige
               delimited by size into traceZeile
               with pointer tracezeiger.
           move traceZeile to TRACE-RECORD.
           WRITE TRACE-RECORD.
       ntz-9999.

       nd-pfad-report section.
       npr-1000.
           move spaces to ndpfadzeile.
           move "Pfad:" to NZ-KOPF.
           move 0 to ndtokenidx.
           move 1 to ndpfadidx.
           perform nd-pfad-eintrag until ndpfadidx > ndtiefe.
           perform nd-pfad-platz.
           move "Z" to NZ-Z(ndtokenidx).
           move aktZustand to NZ-ZUSTAND(ndtokenidx).
           move ndpfadzeile to REPORT-RECORD.
           WRITE REPORT-RECORD.
       npr-9999.

       nd-pfad-eintrag section.
       npe-1000.
           perform nd-pfad-platz.
           move "Z" to NZ-Z(ndtokenidx).
           move NP-ZUSTAND(ndpfadidx) to NZ-ZUSTAND(ndtokenidx).
           move "/" to NZ-STRICH(ndtokenidx).
           move NP-ALT(ndpfadidx) to NZ-ALT(ndtokenidx).
           compute ndpfadidx = ndpfadidx + 1.
       npe-9999.

       nd-pfad-platz section.
       npp-1000.
           if ndtokenidx >= 15
               move ndpfadzeile to REPORT-RECORD
               WRITE REPORT-RECORD
               move spaces to ndpfadzeile
               move 0 to ndtokenidx
           end-if.
           compute ndtokenidx = ndtokenidx + 1.
       npp-9999.

       zyklus-ruecksetzen section.
       zyr-1000.
           move 0 to zyklusstart.
           move 0 to zykluslaenge.
           move schrittzaehler to zyklusbasis.
           move 1 to zykluspotenz.
           perform zyklus-schnappschuss.
       zyr-9999.

       zyklus-schnappschuss section.
       zys-1000.
           move band to zyklusband.
           move kopfposition to zykluskopf.
           move aktZustand to zykluszustand.
           move schrittzaehler to zyklusschritt.
           move aufrufkontext to zykluskontext.
       zys-9999.

       zyklus-vormerken section.
       zyv-1000.
           move aktZustand to zyklusvorzustand.
           move kopfposition to zyklusvorkopf.
           move bandzelle(kopfposition) to zyklusvorzeichen.
           move aufruftiefe to zyklusvortiefe.
       zyv-9999.

       zyklus-pruefen section.
       zyp-1000.
           move schrittzaehler to zyklusschritta.
           perform zyklus-index-bilden.
           move zyklusvorzustand to ZP-ZUSTAND(zyklusidx).
           move zyklusvorkopf to ZP-KOPF(zyklusidx).
           move zyklusvorzeichen to ZP-ALT(zyklusidx).
           if kopfposition = zyklusvorkopf
               or zyklusvortiefe > 0 or aufruftiefe > 0
               move "V" to ZP-ART(zyklusidx)
           else
               move space to ZP-ART(zyklusidx)
           end-if.
           if aktZustand = zykluszustand
               and kopfposition = zykluskopf
               and aufrufkontext = zykluskontext
               if band = zyklusband
                   set ende to true
                   set haltZyklus to true
                   compute zykluslaenge =
                       schrittzaehler - zyklusschritt
                   perform zyklus-start-ermitteln
               end-if
           end-if.
           if weiter
               and schrittzaehler - zyklusschritt >= zykluspotenz
               perform zyklus-schnappschuss
               if zykluspotenz < 500000000
                   compute zykluspotenz = zykluspotenz * 2
               end-if
           end-if.
       zyp-9999.

       zyklus-index-bilden section.
       zyi-1000.
           compute zyklusquotient = (zyklusschritta - 1) / 10000.
           compute zyklusidx =
               zyklusschritta - zyklusquotient * 10000.
       zyi-9999.

       zyklus-start-ermitteln section.
       zse-1000.
           move schrittzaehler to zyklusschritta.
           move zyklusschritt to zyklusschrittb.
           set zyklusRueckWeiter to true.
           perform zyklus-rueckschritt until zyklusRueckEnde.
           compute zyklusstart = zyklusschrittb + 1.
       zse-9999.

       zyklus-rueckschritt section.
       zrs-1000.
           if zyklusschrittb <= zyklusbasis
               or schrittzaehler - zyklusschrittb >= 10000
               set zyklusRueckEnde to true
           else
               move zyklusschrittb to zyklusschritta
               perform zyklus-index-bilden
               move zyklusidx to zyklusidxb
               compute zyklusschritta = zyklusschrittb + zykluslaenge
               perform zyklus-index-bilden
               if ZP-ZUSTAND(zyklusidx) = ZP-ZUSTAND(zyklusidxb)
                   and ZP-KOPF(zyklusidx) = ZP-KOPF(zyklusidxb)
                   and ZP-ALT(zyklusidx) = ZP-ALT(zyklusidxb)
                   and ZP-ART(zyklusidx) = space
                   and ZP-ART(zyklusidxb) = space
                   compute zyklusschrittb = zyklusschrittb - 1
               else
                   set zyklusRueckEnde to true
               end-if
           end-if.
       zrs-9999.

       debug-pruefen section.
       dbp-1000.
           if einzelschrittAn
           display aktZustand at 1913.
           display "Schritt:" at 1917.
           display schrittzaehler at 1926.
           if aktZustand > 0 and aktZustand <= zustandcounter
               display zlabel(aktZustand) at 1937.
           perform print-band.
           display "Step(s) Continue(c) Abort(a)" at 2205.
           move space to debugcomando.
           perform debug-auswahl with test after
               until debugEinzel or debugWeiter or debugAbbruch.
           display leerzeile at 1905.
           DISPLAY  menutext AT 2205.
       dba-9999.


       apply-transition section.
       atr-1000.
           if aufruftiefe = 0
               compute zellentreffer(aktZeile, aktSpalte) =
                   zellentreffer(aktZeile, aktSpalte) + 1.
           if moveto(aktZeile, aktSpalte) = "C"
               perform aufruf-beginnen
           else
               perform uebergang-ausfuehren
           end-if.
           if interaktiv
               perform print-band.
       atr-9999.

       uebergang-ausfuehren section.
       uea-1000.
           if aktSpalte = 11 and writeChar(aktZeile, 11) = "*"
               continue
           else
               perform move-left.
           move gotoZ(aktZeile, aktSpalte) to aktZustand.
           perform write-trace-zeile.
       uea-9999.

       write-trace-zeile section.
       wtz-1000.
           compute schrittzaehler = schrittzaehler + 1.
           move spaces to traceZeile.
           move 1 to tracezeiger.
           string "Schritt " schrittzaehler
               " Z" aktZeile
               delimited by size into traceZeile
               with pointer tracezeiger.
           if aufruftiefe = 0
               move 1 to tracelabelmaschine
           else
               move aktmaschine to tracelabelmaschine
           end-if.
           move aktZeile to tracelabelzeile.
           perform trace-label-anhaengen.
           string " schreibt=" writeChar(aktZeile, aktSpalte)
               " gehtZu=Z" gotoZ(aktZeile, aktSpalte)
               " richtung=" moveto(aktZeile, aktSpalte)
               " kopfLinks=" bandzelle(kopfposition)
               " kopfRechts=" bandzelle(kopfposition - 1)
               delimited by size into traceZeile
               with pointer tracezeiger.
           move traceZeile to TRACE-RECORD.
           WRITE TRACE-RECORD.
       wtz-9999.

       trace-label-anhaengen section.
       tla-1000.
           move spaces to tracelabel.
           if tracelabelzeile > 0 and tracelabelzeile <= 40
               if tracelabelmaschine <= 1
                   move zlabel(tracelabelzeile) to tracelabel
               else
                   move AR-LABEL(tracelabelmaschine, tracelabelzeile)
                       to tracelabel
               end-if
           end-if.
           if tracelabel not = spaces
               string " " delimited by size
                   tracelabel delimited by "  "
                   into traceZeile with pointer tracezeiger
           end-if.
       tla-9999.

       print-summary section.
       psm-1000.
           display "Endzustand: Z" at 2005.
           display schrittzaehler at 2031.
           display "Grund:" at 2042.
           display haltursache at 2049.
           if haltZyklus
               display "Zyklus ab Schritt:" at 1905
               display zyklusstart at 1924
               display "Laenge:" at 1935
               display zykluslaenge at 1943
           end-if.
           if ndMaschine
               display "Zweige:" at 1905
               display ndzweige at 1913
           end-if.
           perform print-band.
       psm-9999.

               move 1 to counter
               perform report-tabelle-zeile until counter >
                   zustandcounter
               if beschreibungtabelle not = spaces
                   perform report-beschreibungen
               end-if
               perform report-band
               perform report-status
               CLOSE REPORT-FILE
           compute counter = counter + 1.
       rtz-9999.

       report-beschreibungen section.
       rbs-1000.
           move "Zustandsbeschreibungen:" to REPORT-RECORD.
           WRITE REPORT-RECORD.
           move 1 to counter.
           perform report-beschreibung-zeile until counter >
               zustandcounter.
       rbs-9999.

       report-beschreibung-zeile section.
       rbz-1000.
           if beschreibungzeile(counter) not = spaces
               move spaces to reportZeile
               string "   Z" ZNumber(counter)
                   " " zlabel(counter)
                   " " zbeschreibung(counter)
                   delimited by size into reportZeile
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           compute counter = counter + 1.
       rbz-9999.

       report-band section.
       rbd-1000.
           perform fuelle-band-auszug.
               string "Tabelle ungueltig: " fehlermeldung
                   delimited by size into reportZeile
           else
               if tapeinFehler
                   string "TAPEIN ABGELEHNT: " tapeinfehlertext
                       delimited by size into reportZeile
               else
                   perform akzeptanz-ermitteln
                   string "Endzustand: Z" aktZustand
                       " Schritte: " schrittzaehler
                       " Grund: " haltursache
                       " Ergebnis: " akzeptanztext
                       delimited by size into reportZeile
               end-if
           end-if.
           move reportZeile to REPORT-RECORD.
           WRITE REPORT-RECORD.
           if tabelleGueltig and mitTapein and tapeinOk
               move spaces to reportZeile
               string "TAPEIN " TAPEIN-DSNAME
                   " SAETZE=" bandsaetze
                   delimited by size into reportZeile
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           if tabelleGueltig and mitTapeout and tapeinOk
               move spaces to reportZeile
               if tapeoutFehler
                   string "TAPEOUT " TAPEOUT-DSNAME
                       " " tapeoutfehlertext
                       delimited by size into reportZeile
               else
                   string "TAPEOUT " TAPEOUT-DSNAME
                       " LAENGE=" bandlaenge
                       " KOPF=" bandkopf
                       " ZUSTAND=Z" aktZustand
                       delimited by size into reportZeile
               end-if
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           if tabelleGueltig and haltZyklus
               move spaces to reportZeile
               string "Zyklus ab Schritt: " zyklusstart
                   " Laenge: " zykluslaenge
                   delimited by size into reportZeile
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           if tabelleGueltig and ndMaschine and ndzweige > 0
               move spaces to reportZeile
               if ndAkzeptiert
                   string "Zweige: " ndzweige
                       " Akzeptierender Pfad Laenge: " ndtiefe
                       delimited by size into reportZeile
               else
                   string "Zweige: " ndzweige
                       " kein akzeptierender Pfad"
                       delimited by size into reportZeile
               end-if
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
               if ndAkzeptiert
                   perform nd-pfad-report
               end-if
           end-if.
           if ndMaschine
               perform report-alternativen
           end-if.
           if tabelleGueltig and aufrufendtiefe > 0
               move spaces to reportZeile
               string "Halt in Untermaschine " aufrufendname
                   " Zustand: Z" aufrufendzustand
                   " Tiefe: " aufrufendtiefe
                   delimited by size into reportZeile
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           move 1 to aufrufslot.
           perform report-aufruf-zeile until aufrufslot > 9.
       rst-9999.

       report-aufruf-zeile section.
       rau-1000.
           if aufrufname(aufrufslot) not = spaces
               move spaces to reportZeile
               move aufrufslot to aufrufplatz
               string "Aufruf " aufrufplatz ": " aufrufname(aufrufslot)
                   delimited by size into reportZeile
               move reportZeile to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           compute aufrufslot = aufrufslot + 1.
       rau-9999.

       report-alternativen section.
       ral-1000.
           move 1 to counter.
           perform report-alternativ-zeile until
               counter > zustandcounter.
       ral-9999.

       report-alternativ-zeile section.
       raz-1000.
           move 1 to counter2.
           perform report-alternativ-spalte until counter2 > 11.
           compute counter = counter + 1.
       raz-9999.

       report-alternativ-spalte section.
       ras-1000.
           if altWrite(counter, counter2, 1) not = space
               perform deck-alternativ-fuellen
               move deckalternativ to REPORT-RECORD
               WRITE REPORT-RECORD
           end-if.
           compute counter2 = counter2 + 1.
       ras-9999.

       akzeptanz-ermitteln section.
       ake-1000.
           move "REJECTED" to akzeptanztext.
                   move "ACCEPTED" to akzeptanztext
               end-if
           end-if.
           if ndMaschine and ende and not haltEndzustand
               move "REJECTED" to akzeptanztext.
       ake-9999.

       move-right section.
           perform save-alphabetzeichen until counter > 10.
           move 1 to counter.
           perform save-zustandzeile until counter > zustandcounter.
           if ndMaschine
               move maschinenart to SR-ART
               move alternativtabelle to SR-ALTTABELLE
           end-if.
           move aufruftabelle to SR-AUFRUFE.
           move beschreibungtabelle to SR-BESCHREIBUNGEN.
           OPEN OUTPUT SAVE-FILE.
           WRITE SAVE-RECORD.
           CLOSE SAVE-FILE.
               perform load-alphabetzeichen until counter > 10
               move 1 to counter
               perform load-zustandzeile until counter > zustandcounter
               move 0 to ndzweige
               if SR-ART = "N"
                   move "N" to maschinenart
                   move SR-ALTTABELLE to alternativtabelle
               else
                   move "D" to maschinenart
                   move spaces to alternativtabelle
               end-if
               move SR-AUFRUFE to aufruftabelle
               move SR-BESCHREIBUNGEN to beschreibungtabelle
               if ladenMitBand
                   perform init-band
                   if interaktiv
                       perform show-display
                   end-if
               end-if
           end-if.
       lru-9999.
           move startword to DK-STARTWORT.
           move "ZUSTAENDE=" to DK-ZA-LABEL.
           move zustandcounter to DK-ANZAHL.
           if ndMaschine
               move "ART=" to DK-ART-LABEL
               move maschinenart to DK-ART
           end-if.
           move deckkopf to EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           move spaces to deckalphabet.
           move 1 to counter.
           perform export-zustand-schreiben until
               counter > zustandcounter.
           if ndMaschine
               move 1 to counter
               perform export-alternativ-zeile until
                   counter > zustandcounter
           end-if.
           move 1 to aufrufslot.
           perform export-aufruf-zeile until aufrufslot > 9.
           move 1 to counter.
           perform export-label-zeile until counter > zustandcounter.
           move "ENDE" to EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           CLOSE EXPORT-FILE.
           compute counter = counter + 1.
       ezs-9999.

       export-aufruf-zeile section.
       eau-1000.
           if aufrufname(aufrufslot) not = spaces
               move spaces to deckaufruf
               move "AUFRUF" to DC-KENNUNG
               move aufrufslot to aufrufplatz
               move aufrufplatz to DC-PLATZ
               move aufrufname(aufrufslot) to DC-NAME
               move deckaufruf to EXPORT-RECORD
               WRITE EXPORT-RECORD
           end-if.
           compute aufrufslot = aufrufslot + 1.
       eau-9999.

       export-label-zeile section.
       elz-1000.
           if beschreibungzeile(counter) not = spaces
               move spaces to decklabel
               move "LABEL" to DB-KENNUNG
               move "Z" to DB-Z
               move ZNumber(counter) to DB-NUMMER
               move zlabel(counter) to DB-LABEL
               move zbeschreibung(counter) to DB-TEXT
               move decklabel to EXPORT-RECORD
               WRITE EXPORT-RECORD
           end-if.
           compute counter = counter + 1.
       elz-9999.

       export-alternativ-zeile section.
       eal-1000.
           move 1 to counter2.
           perform export-alternativ-spalte until counter2 > 11.
           compute counter = counter + 1.
       eal-9999.

       export-alternativ-spalte section.
       eas-1000.
           if altWrite(counter, counter2, 1) not = space
               perform deck-alternativ-fuellen
               move deckalternativ to EXPORT-RECORD
               WRITE EXPORT-RECORD
           end-if.
           compute counter2 = counter2 + 1.
       eas-9999.

       deck-alternativ-fuellen section.
       daf-1000.
           move spaces to deckalternativ.
           move "ALTERNAT" to DL-KENNUNG.
           move "Z" to DL-Z.
           move ZNumber(counter) to DL-NUMMER.
           move "SPALTE=" to DL-SP-LABEL.
           move counter2 to altspalte.
           move altspalte to DL-SPALTE.
           move 1 to alteingabeidx.
           perform deck-alternativ-eintrag until alteingabeidx > 3.
       daf-9999.

       deck-alternativ-eintrag section.
       dae-1000.
           if altWrite(counter, counter2, alteingabeidx) not = space
               move altWrite(counter, counter2, alteingabeidx) to
                   DL-WRITE(alteingabeidx)
               move "/" to DL-SEP1(alteingabeidx)
               move "Z" to DL-ZLIT(alteingabeidx)
               move altGoto(counter, counter2, alteingabeidx) to
                   DL-GOTO(alteingabeidx)
               move "/" to DL-SEP2(alteingabeidx)
               move altMove(counter, counter2, alteingabeidx) to
                   DL-MOVE(alteingabeidx)
           end-if.
           compute alteingabeidx = alteingabeidx + 1.
       dae-9999.

       export-spalte-setzen section.
       ess-1000.
           if writeChar(counter, counter2) not = space
           if batchparam not = spaces
               move batchparam to SAVE-DSNAME.
           move SAVE-DSNAME to aktmaschinenname.
           move SAVE-DSNAME to dsnpruefung.
           if DP-PREFIX = "PROD"
               set importFehler to true
               move spaces to importmeldung
               string "IMPORT ABGELEHNT: PRODUKTIONSDATEI " SAVE-DSNAME
                   delimited by size into importmeldung
           else
               perform import-lesen
               if importOhneFehler
                   perform save-machine-schreiben
               end-if
           end-if.
           OPEN OUTPUT REPORT-FILE.
           if reportdateistatus = "00"
       import-lesen section.
       iml-1000.
           perform maschine-sichern.
           move "D" to maschinenart.
           move spaces to alternativtabelle.
           move spaces to aufruftabelle.
           move spaces to beschreibungtabelle.
           set importOhneFehler to true.
           move spaces to importfehlertext.
           move 0 to zeilennummer.
                       counter > zustandcounter or importFehler
               end-if
               if importOhneFehler
                   set deckNichtEnde to true
                   perform import-ende-lesen until deckEnde
                       or importFehler
               end-if
               CLOSE EXPORT-FILE
           else
                           importfehlertext
                       set importFehler to true
                   end-if
                   if DK-ART-LABEL = "ART="
                       move DK-ART to maschinenart
                       if not ndMaschine and not detMaschine
                           move "MASCHINENART UNGUELTIG" to
                               importfehlertext
                           set importFehler to true
                       end-if
                   end-if
               end-if
           end-if.
       ikp-9999.
               NOT AT END
                   compute zeilennummer = zeilennummer + 1
                   move EXPORT-RECORD to deckkopf
                   EVALUATE DK-KENNUNG
                       WHEN "ENDE"
                           set deckEnde to true
                       WHEN "ALTERNAT"
                           perform import-alternativ-pruefen
                       WHEN "AUFRUF"
                           perform import-aufruf-pruefen
                       WHEN "LABEL"
                           perform import-label-pruefen
                       WHEN OTHER
                           move "ENDE-ZEILE FEHLT" to importfehlertext
                           set importFehler to true
                   END-EVALUATE
           END-READ.
       iel-9999.

       import-aufruf-pruefen section.
       iau-1000.
           move EXPORT-RECORD to deckaufruf.
           if DC-PLATZ < "1" or DC-PLATZ > "9" or DC-NAME = spaces
               move "AUFRUFZEILE UNGUELTIG" to importfehlertext
               set importFehler to true
           else
               move DC-PLATZ to aufrufplatz
               move DC-NAME to aufrufname(aufrufplatz)
           end-if.
       iau-9999.

       import-label-pruefen section.
       ilp-1000.
           move EXPORT-RECORD to decklabel.
           if DB-Z not = "Z" or DB-NUMMER is not numeric
               move "LABELZEILE UNGUELTIG" to importfehlertext
               set importFehler to true
           else
               move DB-NUMMER to labelzeilenr
               if labelzeilenr < 1 or labelzeilenr > zustandcounter
                   move "LABELZEILE AUSSER BEREICH" to importfehlertext
                   set importFehler to true
               else
                   move DB-LABEL to zlabel(labelzeilenr)
                   move DB-TEXT to zbeschreibung(labelzeilenr)
               end-if
           end-if.
       ilp-9999.

       import-alternativ-pruefen section.
       iap2-1000.
           move EXPORT-RECORD to deckalternativ.
           if detMaschine
               move "ALTERNATIVE OHNE ART=N" to importfehlertext
               set importFehler to true
           else
               if DL-Z not = "Z" or DL-NUMMER is not numeric
                   or DL-SP-LABEL not = "SPALTE="
                   or DL-SPALTE is not numeric
                   move "ALTERNATIVZEILE UNGUELTIG" to importfehlertext
                   set importFehler to true
               else
                   move DL-NUMMER to altzeilenr
                   move DL-SPALTE to altspalte
                   if altzeilenr < 1 or altzeilenr > zustandcounter
                       or altspalte < 1 or altspalte > 11
                       move "ALTERNATIVZEILE AUSSER BEREICH" to
                           importfehlertext
                       set importFehler to true
                   else
                       move 1 to alteingabeidx
                       perform import-alternative-eintrag until
                           alteingabeidx > 3 or importFehler
                   end-if
               end-if
           end-if.
       iap2-9999.

       import-alternative-eintrag section.
       iae-1000.
           if DL-WRITE(alteingabeidx) = space
               move spaces to
                   alteintrag(altzeilenr, altspalte, alteingabeidx)
           else
               if DL-GOTO(alteingabeidx) is not numeric
                   move "GOTOZ KEINE ZAHL" to importfehlertext
                   set importFehler to true
               else
                   move DL-WRITE(alteingabeidx) to
                       altWrite(altzeilenr, altspalte, alteingabeidx)
                   move DL-GOTO(alteingabeidx) to
                       altGoto(altzeilenr, altspalte, alteingabeidx)
                   move DL-MOVE(alteingabeidx) to
                       altMove(altzeilenr, altspalte, alteingabeidx)
               end-if
           end-if.
           compute alteingabeidx = alteingabeidx + 1.
       iae-9999.

       maschine-sichern section.
       msi-1000.
           move startword to sicherung-startwort.
           move zustandcounter to sicherung-anzahl.
           move alp to sicherung-alp.
           move zustandstabelle to sicherung-tabelle.
           move maschinenart to sicherung-art.
           move alternativtabelle to sicherung-alternativen.
           move aufruftabelle to sicherung-aufrufe.
           move beschreibungtabelle to sicherung-beschreibungen.
       msi-9999.

       maschine-zuruecksetzen section.
           move sicherung-anzahl to zustandcounter.
           move sicherung-alp to alp.
           move sicherung-tabelle to zustandstabelle.
           move sicherung-art to maschinenart.
           move sicherung-alternativen to alternativtabelle.
           move sicherung-aufrufe to aufruftabelle.
           move sicherung-beschreibungen to beschreibungtabelle.
       mzu-9999.

       audit-bild-holen section.
       cms-1000.
           DISPLAY "Liste(l) Registrieren(a) Choose(c) Del(d) Rename(n)
      -    " Check(p) ready(r)" AT 2205.
           DISPLAY catalogmenutext2 AT 2105.
           perform catalog-select-command with test after
               until catalogready.
           DISPLAY  menutext AT 2205.
           DISPLAY  menutext2 AT 2105.
       cms-9999.

       catalog-select-command section.
           end-if.
           if catalogpruefen
               perform catalog-pruefen.
           if catalogpromote
               move "PROMOTE" to gewuenschteaktion
               perform berechtigung-pruefen
               if aktionErlaubt
                   perform catalog-promote
               end-if
           end-if.
           if catalogfallback
               move "FALLBACK" to gewuenschteaktion
               perform berechtigung-pruefen
               if aktionErlaubt
                   perform catalog-fallback
               end-if
           end-if.
       csc-9999.

       catalog-liste-anzeigen section.
           end-if.
       clg-9999.

       catalog-promote section.
       cpm-1000.
           display "Name der Maschine:" at 2205.
           accept catalogauswahl at 2225.
           perform maschine-sichern.
           move SAVE-DSNAME to PS-DSNAME.
           move aktmaschinenname to PS-NAME.
           move schrittgrenze to PS-GRENZE.
           move haltepunktzustand to PS-HALTZUSTAND.
           move haltepunktschritt to PS-HALTSCHRITT.
           move einzelschritt to PS-EINZELSCHRITT.
           move 0 to haltepunktzustand.
           move 0 to haltepunktschritt.
           set einzelschrittAus to true.
           set stapelverarbeitung to true.
           move bedienerid to promotebediener.
           perform promote-durchfuehren.
           set interaktiv to true.
           move PS-DSNAME to SAVE-DSNAME.
           move PS-NAME to aktmaschinenname.
           move PS-GRENZE to schrittgrenze.
           move PS-HALTZUSTAND to haltepunktzustand.
           move PS-HALTSCHRITT to haltepunktschritt.
           move PS-EINZELSCHRITT to einzelschritt.
           perform maschine-zuruecksetzen.
           perform init-band.
           perform show-display.
           if promoteOk
               display "In Produktion uebernommen. " at 2305
           else
               display promotegrund at 2305
           end-if.
       cpm-9999.

       catalog-fallback section.
       cfb-1000.
           display "Name der Maschine:" at 2205.
           accept catalogauswahl at 2225.
           move bedienerid to promotebediener.
           perform fallback-durchfuehren.
           if promoteOk
               display "Vorgaenger wiederhergestellt." at 2305
           else
               display promotegrund at 2305
           end-if.
       cfb-9999.

       extrakt-verarbeitung section.
       exk-1000.
           perform init.
           UNSTRING kommandozeile delimited by all " "
               into batchmodusname extrakttyp extraktparam.
           set extraktOk to true.
           move spaces to extraktfehlertext.
           move 0 to extraktanzahl.
           move 0 to extraktschritte.
           EVALUATE extrakttyp
               WHEN "WORTERG"
                   move "EXTWORT" to EXTRAKT-DSNAME
                   perform extrakt-worterg
               WHEN "HISTORIE"
                   move "EXTHIST" to EXTRAKT-DSNAME
                   perform extrakt-historie
               WHEN "ABDECKUNG"
                   move "EXTABDK" to EXTRAKT-DSNAME
                   perform extrakt-abdeckung
               WHEN "TESTERG"
                   move "EXTTEST" to EXTRAKT-DSNAME
                   perform extrakt-testerg
               WHEN OTHER
                   set extraktFehler to true
                   move "EXTRAKTTYP UNBEKANNT" to extraktfehlertext
           END-EVALUATE.
           move spaces to extraktZeile.
           if extraktFehler
               string "EXTRAKT " extrakttyp " ABGELEHNT: "
                   extraktfehlertext
                   delimited by size into extraktZeile
               move 8 to return-code
           else
               string "EXTRAKT " extrakttyp " DATEI=" EXTRAKT-DSNAME
                   " SAETZE=" extraktanzahl
                   " SCHRITTE=" extraktschritte
                   delimited by size into extraktZeile
           end-if.
           OPEN OUTPUT REPORT-FILE.
           if reportdateistatus = "00"
               move extraktZeile to REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           end-if.
       exk-9999.

       extrakt-oeffnen section.
       exo-1000.
           OPEN OUTPUT EXTRAKT-FILE.
           if extraktdateistatus not = "00"
               set extraktFehler to true
               move spaces to extraktfehlertext
               string "EXTRAKTDATEI NICHT SCHREIBBAR: " EXTRAKT-DSNAME
                   delimited by size into extraktfehlertext
           else
               move extraktsatz to EXTRAKT-RECORD
               WRITE EXTRAKT-RECORD
           end-if.
       exo-9999.

       extrakt-abschliessen section.
       exa-1000.
           move spaces to extraktsatz.
           move 1 to extraktzeiger.
           string "TRAILER," extraktanzahl "," extraktschritte
               delimited by size into extraktsatz
               with pointer extraktzeiger.
           if extraktOk
               move extraktsatz to EXTRAKT-RECORD
               WRITE EXTRAKT-RECORD
           end-if.
           CLOSE EXTRAKT-FILE.
       exa-9999.

       extrakt-satz-beginnen section.
       esb-1000.
           move spaces to extraktsatz.
           move 1 to extraktzeiger.
       esb-9999.

       extrakt-satz-schreiben section.
       ess2-1000.
           move extraktsatz to EXTRAKT-RECORD.
           WRITE EXTRAKT-RECORD.
           compute extraktanzahl = extraktanzahl + 1.
       ess2-9999.

       extrakt-text-anhaengen section.
       eta-1000.
           if extraktzeiger > 1
               string "," delimited by size into extraktsatz
                   with pointer extraktzeiger
           end-if.
           string """" delimited by size into extraktsatz
               with pointer extraktzeiger.
           perform extrakt-feld-kuerzen.
           move 1 to extraktidx.
           perform extrakt-zeichen-anhaengen
               until extraktidx > extraktlaenge.
           string """" delimited by size into extraktsatz
               with pointer extraktzeiger.
       eta-9999.

       extrakt-zeichen-anhaengen section.
       ezc-1000.
           if extraktfeld(extraktidx:1) = """"
               string """""" delimited by size into extraktsatz
                   with pointer extraktzeiger
           else
               string extraktfeld(extraktidx:1) delimited by size
                   into extraktsatz with pointer extraktzeiger
           end-if.
           compute extraktidx = extraktidx + 1.
       ezc-9999.

       extrakt-zahl-anhaengen section.
       eza-1000.
           if extraktzeiger > 1
               string "," delimited by size into extraktsatz
                   with pointer extraktzeiger
           end-if.
           perform extrakt-feld-kuerzen.
           if extraktlaenge > 0
               string extraktfeld(1:extraktlaenge) delimited by size
                   into extraktsatz with pointer extraktzeiger
           end-if.
       eza-9999.

       extrakt-feld-kuerzen section.
       efk-1000.
           move 70 to extraktlaenge.
           perform extrakt-feld-ende until extraktlaenge = 0
               or extraktfeld(extraktlaenge:1) not = space.
       efk-9999.

       extrakt-feld-ende section.
       efe-1000.
           compute extraktlaenge = extraktlaenge - 1.
       efe-9999.

       extrakt-worterg section.
       ewg-1000.
           if extraktparam not = spaces
               move extraktparam to WORTERG-DSNAME.
           set wortergNichtEnde to true.
           OPEN INPUT WORTERGEBNIS-FILE.
           if wortergdateistatus not = "00"
               set extraktFehler to true
               move spaces to extraktfehlertext
               string "WORTERGEBNIS NICHT LESBAR: " WORTERG-DSNAME
                   delimited by size into extraktfehlertext
           else
               move spaces to extraktsatz
               string "STARTWORT,ENDZUSTAND,SCHRITTE,URSACHE,BAND,"
                   "ERGEBNIS,ZYKLUSSTART,ZYKLUSLAENGE"
                   delimited by size into extraktsatz
               perform extrakt-oeffnen
               if extraktOk
                   perform extrakt-worterg-lesen until wortergEnde
                   perform extrakt-abschliessen
               end-if
               CLOSE WORTERGEBNIS-FILE
           end-if.
       ewg-9999.

       extrakt-worterg-lesen section.
       ewl-1000.
           READ WORTERGEBNIS-FILE
               AT END
                   set wortergEnde to true
               NOT AT END
                   if WE-ENDZUSTAND is numeric
                       and WE-SCHRITTE is numeric
                       perform extrakt-worterg-zeile
                   end-if
           END-READ
           if wortergdateistatus not = "00"
               and wortergdateistatus not = "10"
               set wortergEnde to true
               set extraktFehler to true
               move spaces to extraktfehlertext
               string "WORTERGEBNIS NICHT LESBAR: " WORTERG-DSNAME
                   delimited by size into extraktfehlertext
           end-if.
       ewl-9999.

       extrakt-worterg-zeile section.
       ewz-1000.
           perform extrakt-satz-beginnen.
           move WE-STARTWORT to extraktfeld.
           perform extrakt-text-anhaengen.
           move WE-ENDZUSTAND to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move WE-SCHRITTE to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move WE-URSACHE to extraktfeld.
           perform extrakt-text-anhaengen.
           move WE-BAND to extraktfeld.
           perform extrakt-text-anhaengen.
           move WE-AKZEPT to extraktfeld.
           perform extrakt-text-anhaengen.
           if WE-ZYKLUSSTART is numeric
               move WE-ZYKLUSSTART to extraktfeld
           else
               move "0" to extraktfeld
           end-if.
           perform extrakt-zahl-anhaengen.
           if WE-ZYKLUSLAENGE is numeric
               move WE-ZYKLUSLAENGE to extraktfeld
           else
               move "0" to extraktfeld
           end-if.
           perform extrakt-zahl-anhaengen.
           perform extrakt-satz-schreiben.
           compute extraktschritte = extraktschritte + WE-SCHRITTE.
       ewz-9999.

       extrakt-historie section.
       ehi-1000.
           perform extrakt-zeitraum-pruefen.
           if extraktOk
               set historieNichtEnde to true
               OPEN INPUT HISTORY-FILE
               if historydateistatus not = "00"
                   and historydateistatus not = "35"
                   set extraktFehler to true
                   move "RUNHIST NICHT LESBAR" to extraktfehlertext
               end-if
           end-if.
           if extraktOk
               move spaces to extraktsatz
               string "LAUFNR,MASCHINE,STARTWORT,SCHRITTE,URSACHE,"
                   "ENDZUSTAND,DATUM,ZEIT"
                   delimited by size into extraktsatz
               perform extrakt-oeffnen
               if extraktOk
                   if historydateistatus = "00"
                       perform extrakt-historie-lesen until historieEnde
                   end-if
                   perform extrakt-abschliessen
               end-if
               if historydateistatus not = "35"
                   CLOSE HISTORY-FILE
               end-if
           end-if.
       ehi-9999.

       extrakt-zeitraum-pruefen section.
       ezp-1000.
           move 0 to extraktvon.
           move 99999999 to extraktbis.
           if extraktparam not = spaces
               move spaces to extraktvonx
               move spaces to extraktbisx
               UNSTRING extraktparam delimited by "-"
                   into extraktvonx extraktbisx
               if extraktbisx = spaces
                   move extraktvonx to extraktbisx
               end-if
               if extraktvonx is not numeric
                   or extraktbisx is not numeric
                   set extraktFehler to true
                   move "ZEITRAUM UNGUELTIG (JJJJMMTT-JJJJMMTT)" to
                       extraktfehlertext
               else
                   move extraktvonx to extraktvon
                   move extraktbisx to extraktbis
                   if extraktvon > extraktbis
                       set extraktFehler to true
                       move "ZEITRAUM UNGUELTIG (VON > BIS)" to
                           extraktfehlertext
                   end-if
               end-if
           end-if.
       ezp-9999.

       extrakt-historie-lesen section.
       ehl-1000.
           READ HISTORY-FILE
               AT END
                   set historieEnde to true
               NOT AT END
                   move HISTORY-RECORD to historiesatz
                   if HS-DATUM >= extraktvon and HS-DATUM <= extraktbis
                       perform extrakt-historie-zeile
                   end-if
           END-READ
           if historydateistatus not = "00"
               and historydateistatus not = "10"
               set historieEnde to true
               set extraktFehler to true
               move "RUNHIST NICHT LESBAR" to extraktfehlertext
           end-if.
       ehl-9999.

       extrakt-historie-zeile section.
       ehz-1000.
           perform extrakt-satz-beginnen.
           move HS-LAUFNR to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move HS-NAME to extraktfeld.
           perform extrakt-text-anhaengen.
           move HS-STARTWORT to extraktfeld.
           perform extrakt-text-anhaengen.
           move HS-SCHRITTE to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move HS-URSACHE to extraktfeld.
           perform extrakt-text-anhaengen.
           move HS-ENDZUSTAND to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move HS-DATUM to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move HS-ZEIT to extraktfeld.
           perform extrakt-zahl-anhaengen.
           perform extrakt-satz-schreiben.
           compute extraktschritte = extraktschritte + HS-SCHRITTE.
       ehz-9999.

       extrakt-abdeckung section.
       eab-1000.
           set abdeckungNichtEnde to true.
           OPEN INPUT COVERAGE-FILE.
           if coveragedateistatus not = "00"
               set extraktFehler to true
               move "ABDECKUNGSREPORT NICHT LESBAR: COVREPO" to
                   extraktfehlertext
           else
               move spaces to extraktsatz
               string "SATZART,ZUSTAND,ZEICHEN,TREFFER"
                   delimited by size into extraktsatz
               perform extrakt-oeffnen
               if extraktOk
                   move 0 to extraktzustand
                   perform extrakt-abdeckung-lesen until abdeckungEnde
                   perform extrakt-abschliessen
               end-if
               CLOSE COVERAGE-FILE
           end-if.
       eab-9999.

       extrakt-abdeckung-lesen section.
       ead-1000.
           READ COVERAGE-FILE
               AT END
                   set abdeckungEnde to true
               NOT AT END
                   move COVERAGE-RECORD to abdeckungsatz
                   if AS-KENNUNG = "Z" and AS-ZUSTAND is numeric
                       and AS-BESUCHE is numeric
                       perform extrakt-abdeckung-zustand
                   else
                       if (AZ-KENNUNG = "  ZEICHEN "
                           or AZ-KENNUNG = "  SONST   ")
                           and AZ-TREFFER is numeric
                           perform extrakt-abdeckung-zelle
                       end-if
                   end-if
           END-READ
           if coveragedateistatus not = "00"
               and coveragedateistatus not = "10"
               set abdeckungEnde to true
               set extraktFehler to true
               move "ABDECKUNGSREPORT NICHT LESBAR: COVREPO" to
                   extraktfehlertext
           end-if.
       ead-9999.

       extrakt-abdeckung-zustand section.
       eaz2-1000.
           move AS-ZUSTAND to extraktzustand.
           perform extrakt-satz-beginnen.
           move "ZUSTAND" to extraktfeld.
           perform extrakt-text-anhaengen.
           move AS-ZUSTAND to extraktfeld.
           perform extrakt-zahl-anhaengen.
           move spaces to extraktfeld.
           perform extrakt-text-anhaengen.
           move AS-BESUCHE to extraktfeld.
           perform extrakt-zahl-anhaengen.
           perform extrakt-satz-schreiben.
       eaz2-9999.

       extrakt-abdeckung-zelle section.
       eac-1000.
           perform extrakt-satz-beginnen.
           move "ZELLE" to extraktfeld.
           perform extrakt-text-anhaengen.
           move extraktzustand to extraktfeld.
           perform extrakt-zahl-anhaengen.
           if AZ-KENNUNG = "  SONST   "
               move "SONST" to extraktfeld
           else
               move AZ-ZEICHEN to extraktfeld
           end-if.
           perform extrakt-text-anhaengen.
           move AZ-TREFFER to extraktfeld.
           perform extrakt-zahl-anhaengen.
           perform extrakt-satz-schreiben.
       eac-9999.

       extrakt-testerg section.
       ete-1000.
           move 0 to testfehler.
           set testreportNichtEnde to true.
           OPEN INPUT TESTREPORT-FILE.
           if testreportdateistatus not = "00"
               set extraktFehler to true
               move "TESTREPORT NICHT LESBAR: TESTREP" to
                   extraktfehlertext
           else
               move spaces to extraktsatz
               string "MASCHINE,ERGEBNIS,SOLLZUSTAND,ISTZUSTAND,BAND,"
                   "MELDUNG"
                   delimited by size into extraktsatz
               perform extrakt-oeffnen
               if extraktOk
                   perform extrakt-testerg-lesen until testreportEnde
                   perform extrakt-abschliessen
                   if testfehler > 0
                       move 4 to return-code
                   end-if
               end-if
               CLOSE TESTREPORT-FILE
           end-if.
       ete-9999.

       extrakt-testerg-lesen section.
       etl-1000.
           READ TESTREPORT-FILE
               AT END
                   set testreportEnde to true
               NOT AT END
                   move TESTREPORT-RECORD to testergebnissatz
                   if (TR-ERGEBNIS = "PASS" or TR-ERGEBNIS = "FAIL")
                       and TR-TRENNER = space
                       perform extrakt-testfall-zeile
                   end-if
           END-READ
           if testreportdateistatus not = "00"
               and testreportdateistatus not = "10"
               set testreportEnde to true
               set extraktFehler to true
               move "TESTREPORT NICHT LESBAR: TESTREP" to
                   extraktfehlertext
           end-if.
       etl-9999.

       extrakt-testfall-zeile section.
       etz-1000.
           perform extrakt-satz-beginnen.
           move TR-NAME to extraktfeld.
           perform extrakt-text-anhaengen.
           move TR-ERGEBNIS to extraktfeld.
           perform extrakt-text-anhaengen.
           if TR-KENNUNG = " IST=Z" and TR-ISTZUSTAND is numeric
               and TR-SOLLZUSTAND is numeric
               move TR-SOLLZUSTAND to extraktfeld
               perform extrakt-zahl-anhaengen
               move TR-ISTZUSTAND to extraktfeld
               perform extrakt-zahl-anhaengen
               move TR-BAND to extraktfeld
               perform extrakt-text-anhaengen
               move spaces to extraktfeld
               perform extrakt-text-anhaengen
           else
               move spaces to extraktfeld
               perform extrakt-zahl-anhaengen
               perform extrakt-zahl-anhaengen
               perform extrakt-text-anhaengen
               move TF-MELDUNG to extraktfeld
               perform extrakt-text-anhaengen
           end-if.
           perform extrakt-satz-schreiben.
           if TR-ERGEBNIS = "FAIL"
               compute testfehler = testfehler + 1.
       etz-9999.

       promote-verarbeitung section.
       pmv-1000.
           perform init.
           UNSTRING kommandozeile delimited by all " "
               into batchmodusname catalogauswahl promotebediener.
           perform promote-durchfuehren.
           perform promote-meldung-schreiben.
       pmv-9999.

       fallback-verarbeitung section.
       fbv-1000.
           perform init.
           UNSTRING kommandozeile delimited by all " "
               into batchmodusname catalogauswahl promotebediener.
           perform fallback-durchfuehren.
           perform promote-meldung-schreiben.
       fbv-9999.

       promote-meldung-schreiben section.
       pms-1000.
           OPEN OUTPUT REPORT-FILE.
           if reportdateistatus = "00"
               move promoteZeile to REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
           end-if.
           if promoteAbgelehnt
               move 8 to return-code.
       pms-9999.

       promote-bediener-pruefen section.
       pbp-1000.
           set promoteOk to true.
           move spaces to promotegrund.
           move catalogauswahl to promotename.
           move promotename to aktmaschinenname.
           if promotename = spaces
               set promoteAbgelehnt to true
               move "MASCHINENNAME FEHLT" to promotegrund
           else
               if promotebediener = spaces
                   set promoteAbgelehnt to true
                   move "BEDIENER FEHLT" to promotegrund
               else
                   move promotebediener to bedienerid
                   perform bediener-rolle-lesen
                   if not rolleEdit
                       set promoteAbgelehnt to true
                       move "KEINE BERECHTIGUNG" to promotegrund
                   end-if
               end-if
           end-if.
       pbp-9999.

       promote-durchfuehren section.
       pdu-1000.
           perform promote-bediener-pruefen.
           set testKatalog to true.
           if promoteOk
               perform catalog-suchen
               if catalogNichtGefunden
                   set promoteAbgelehnt to true
                   move "NICHT IM TESTKATALOG" to promotegrund
               else
                   move CR-DSNAME to promotetestdsn
               end-if
           end-if.
           if promoteOk
               perform promote-bearbeiter-pruefen.
           if promoteOk
               perform promote-tests-pruefen.
           if promoteOk
               perform promote-kopieren.
           perform promote-protokollieren.
       pdu-9999.

       promote-bearbeiter-pruefen section.
       pbb-1000.
           move spaces to letzterbearbeiter.
           set auditNichtEnde to true.
           OPEN INPUT AUDIT-FILE.
           if auditdateistatus = "00"
               perform promote-audit-lesen until auditEnde
               CLOSE AUDIT-FILE
           end-if.
           if letzterbearbeiter = promotebediener
               set promoteAbgelehnt to true
               move spaces to promotegrund
               string "BEDIENER " delimited by size
                   promotebediener delimited by space
                   " IST LETZTER BEARBEITER" delimited by size
                   into promotegrund
           end-if.
       pbb-9999.

       promote-audit-lesen section.
       pal-1000.
           READ AUDIT-FILE
               AT END
                   set auditEnde to true
               NOT AT END
                   move AU-AKTION to auditpruefaktion
                   if bearbeitungsAktion
                       and (AU-MASCHINE = promotename
                           or AU-MASCHINE = promotetestdsn)
                       move AU-BEDIENER to letzterbearbeiter
                   end-if
           END-READ.
       pal-9999.

       promote-tests-pruefen section.
       ptp-1000.
           move 0 to schrittgrenze.
           move promotename to testfilter.
           perform testlauf-durchfuehren.
           move spaces to testfilter.
           move promotename to aktmaschinenname.
           if testanzahl = 0
               set promoteAbgelehnt to true
               move "KEINE TESTFAELLE IN TESTFALL" to promotegrund
           else
               if testfehler > 0
                   set promoteAbgelehnt to true
                   move spaces to promotegrund
                   string "TESTFAELLE FEHLGESCHLAGEN: " testfehler
                       " VON " testanzahl
                       delimited by size into promotegrund
               end-if
           end-if.
       ptp-9999.

       promote-kopieren section.
       pko-1000.
           move promotetestdsn to SAVE-DSNAME.
           set ladenOhneBand to true.
           perform load-machine-lesen.
           set ladenMitBand to true.
           if maschineNichtGeladen
               set promoteAbgelehnt to true
               move "NICHT LADBAR" to promotegrund
           else
               perform validate-zustandstabelle
               if tabelleUngueltig
                   set promoteAbgelehnt to true
                   move spaces to promotegrund
                   string "UNGUELTIG: " fehlermeldung
                       delimited by size into promotegrund
               else
                   move 1 to aufrufslot
                   perform promote-aufruf-pruefen until aufrufslot > 9
                       or promoteAbgelehnt
               end-if
           end-if.
           if promoteOk
               perform prodkat-tabelle-laden
               if prodkatmax > 200
                   set promoteAbgelehnt to true
                   move "PRODUKTIONSKATALOG ZU GROSS" to promotegrund
               else
                   perform promote-generation-schreiben
               end-if
           end-if.
       pko-9999.

       promote-aufruf-pruefen section.
       pap-1000.
           if aufrufname(aufrufslot) not = spaces
               move aufrufname(aufrufslot) to catalogauswahl
               set prodKatalog to true
               perform catalog-suchen
               set testKatalog to true
               if catalogNichtGefunden
                   set promoteAbgelehnt to true
                   move spaces to promotegrund
                   string "AUFRUF NICHT IN PRODUKTION: "
                       aufrufname(aufrufslot)
                       delimited by size into promotegrund
               end-if
           end-if.
           compute aufrufslot = aufrufslot + 1.
       pap-9999.

       promote-generation-schreiben section.
       pgs-1000.
           move promotename to catalogauswahl.
           perform prodkat-tabelle-suchen.
           if prodNichtGefunden
               if prodkatmax >= 200
                   set promoteAbgelehnt to true
                   move "PRODUKTIONSKATALOG VOLL" to promotegrund
               else
                   compute prodkatmax = prodkatmax + 1
                   move prodkatmax to prodkatidx
                   move promotename to PT-NAME(prodkatidx)
                   move spaces to PT-DSNAME(prodkatidx)
                   move "PROD" to PN-PREFIX
                   move prodkatidx to PN-NUMMER
                   move "A" to PN-GEN
               end-if
           else
               move PT-DSNAME(prodkatidx) to prodname
               if PN-GEN = "A"
                   move "B" to PN-GEN
               else
                   move "A" to PN-GEN
               end-if
           end-if.
           if promoteOk
               perform promote-generation-sichern.
       pgs-9999.

       promote-generation-sichern section.
       pgz-1000.
           move prodname to SAVE-DSNAME.
           perform save-machine-schreiben.
           if dateistatus = "00"
               move PT-DSNAME(prodkatidx) to PT-VORGAENGER(prodkatidx)
               move prodname to PT-DSNAME(prodkatidx)
               ACCEPT PT-DATUM(prodkatidx) FROM DATE YYYYMMDD
               move promotebediener to PT-BEDIENER(prodkatidx)
               perform prodkat-tabelle-schreiben
           else
               set promoteAbgelehnt to true
               move spaces to promotegrund
               string "PRODUKTIONSDATEI NICHT SCHREIBBAR: " prodname
                   delimited by size into promotegrund
           end-if.
       pgz-9999.

       promote-protokollieren section.
       ppr-1000.
           move promotename to aktmaschinenname.
           move 0 to auditzustand.
           move spaces to auditvorher.
           move spaces to auditnachher.
           move spaces to promoteZeile.
           if promoteOk
               move "PROMOTE" to auditaktion
               string "TEST=" promotetestdsn
                   " VORGAENGER=" PT-VORGAENGER(prodkatidx)
                   delimited by size into auditvorher
               string "PROD=" PT-DSNAME(prodkatidx)
                   " TESTFAELLE=" testanzahl
                   delimited by size into auditnachher
               string "PROMOTE " promotename " NACH "
                   PT-DSNAME(prodkatidx)
                   " VORGAENGER=" PT-VORGAENGER(prodkatidx)
                   " TESTFAELLE=" testanzahl
                   delimited by size into promoteZeile
           else
               move "ABGELEHNT" to auditaktion
               move "PROMOTE" to auditvorher
               move promotegrund to auditnachher
               string "PROMOTE " promotename " ABGELEHNT: "
                   promotegrund
                   delimited by size into promoteZeile
           end-if.
           perform audit-schreiben.
       ppr-9999.

       fallback-durchfuehren section.
       fdu-1000.
           perform promote-bediener-pruefen.
           if promoteOk
               perform prodkat-tabelle-laden
               if prodkatmax > 200
                   set promoteAbgelehnt to true
                   move "PRODUKTIONSKATALOG ZU GROSS" to promotegrund
               else
                   move promotename to catalogauswahl
                   perform prodkat-tabelle-suchen
                   if prodNichtGefunden
                       set promoteAbgelehnt to true
                       move "NICHT IN PRODUKTION" to promotegrund
                   else
                       if PT-VORGAENGER(prodkatidx) = spaces
                           set promoteAbgelehnt to true
                           move "KEINE VORGAENGERGENERATION"
                               to promotegrund
                       else
                           perform fallback-tauschen
                       end-if
                   end-if
               end-if
           end-if.
           move promotename to aktmaschinenname.
           move 0 to auditzustand.
           move spaces to auditvorher.
           move spaces to auditnachher.
           move spaces to promoteZeile.
           if promoteOk
               move "FALLBACK" to auditaktion
               string "PROD=" PT-VORGAENGER(prodkatidx)
                   delimited by size into auditvorher
               string "PROD=" PT-DSNAME(prodkatidx)
                   delimited by size into auditnachher
               string "FALLBACK " promotename " AUF "
                   PT-DSNAME(prodkatidx)
                   " ERSETZT=" PT-VORGAENGER(prodkatidx)
                   delimited by size into promoteZeile
           else
               move "ABGELEHNT" to auditaktion
               move "FALLBACK" to auditvorher
               move promotegrund to auditnachher
               string "FALLBACK " promotename " ABGELEHNT: "
                   promotegrund
                   delimited by size into promoteZeile
           end-if.
           perform audit-schreiben.
       fdu-9999.

       fallback-tauschen section.
       fbt-1000.
           move PT-DSNAME(prodkatidx) to promotealtdsn.
           move PT-VORGAENGER(prodkatidx) to PT-DSNAME(prodkatidx).
           move promotealtdsn to PT-VORGAENGER(prodkatidx).
           ACCEPT PT-DATUM(prodkatidx) FROM DATE YYYYMMDD.
           move promotebediener to PT-BEDIENER(prodkatidx).
           perform prodkat-tabelle-schreiben.
       fbt-9999.

       prodkat-tabelle-laden section.
       pkl-1000.
           move 0 to prodkatmax.
           set prodkatNichtEnde to true.
           OPEN INPUT PRODKAT-FILE.
           if prodkatdateistatus = "00"
               perform prodkat-tabelle-zeile until prodkatEnde
               CLOSE PRODKAT-FILE
           end-if.
       pkl-9999.

       prodkat-tabelle-zeile section.
       ptz-1000.
           READ PRODKAT-FILE
               AT END
                   set prodkatEnde to true
               NOT AT END
                   compute prodkatmax = prodkatmax + 1
                   if prodkatmax <= 200
                       move PK-NAME to PT-NAME(prodkatmax)
                       move PK-DSNAME to PT-DSNAME(prodkatmax)
                       move PK-VORGAENGER to PT-VORGAENGER(prodkatmax)
                       move PK-DATUM to PT-DATUM(prodkatmax)
                       move PK-BEDIENER to PT-BEDIENER(prodkatmax)
                   end-if
           END-READ.
       ptz-9999.

       prodkat-tabelle-schreiben section.
       pts-1000.
           OPEN OUTPUT PRODKAT-FILE.
           if prodkatdateistatus = "00"
               move 1 to prodkatidx2
               perform prodkat-satz-schreiben until
                   prodkatidx2 > prodkatmax
               CLOSE PRODKAT-FILE
           end-if.
       pts-9999.

       prodkat-satz-schreiben section.
       pss-1000.
           move spaces to PRODKAT-RECORD.
           move PT-NAME(prodkatidx2) to PK-NAME.
           move PT-DSNAME(prodkatidx2) to PK-DSNAME.
           move PT-VORGAENGER(prodkatidx2) to PK-VORGAENGER.
           move PT-DATUM(prodkatidx2) to PK-DATUM.
           move PT-BEDIENER(prodkatidx2) to PK-BEDIENER.
           WRITE PRODKAT-RECORD.
           compute prodkatidx2 = prodkatidx2 + 1.
       pss-9999.

       prodkat-tabelle-suchen section.
       pth-1000.
           set prodNichtGefunden to true.
           move 1 to prodkatidx.
           perform prodkat-tabelle-vergleichen until
               prodkatidx > prodkatmax or prodWurdeGefunden.
       pth-9999.

       prodkat-tabelle-vergleichen section.
       ptv-1000.
           if PT-NAME(prodkatidx) = catalogauswahl
               set prodWurdeGefunden to true
           else
               compute prodkatidx = prodkatidx + 1
           end-if.
       ptv-9999.

       catalog-suchen section.
       csu-1000.
           set catalogNichtGefunden to true.
           if prodKatalog
               perform prodkat-suchen
           else
               set catalogNichtEnde to true
               OPEN INPUT CATALOG-FILE
               if catalogdateistatus = "00"
                   perform catalog-zeile-vergleichen until catalogEnde
                       or catalogWurdeGefunden
               end-if
               CLOSE CATALOG-FILE
           end-if.
       csu-9999.

       prodkat-suchen section.
       pks-1000.
           set prodkatNichtEnde to true.
           OPEN INPUT PRODKAT-FILE.
           if prodkatdateistatus = "00"
               perform prodkat-zeile-vergleichen until prodkatEnde
                   or catalogWurdeGefunden
               CLOSE PRODKAT-FILE
           end-if.
       pks-9999.

       prodkat-zeile-vergleichen section.
       pkv-1000.
           READ PRODKAT-FILE
               AT END
                   set prodkatEnde to true
               NOT AT END
                   if PK-NAME = catalogauswahl
                       set catalogWurdeGefunden to true
                       move PK-NAME to CR-NAME
                       move PK-DSNAME to CR-DSNAME
                   end-if
           END-READ.
       pkv-9999.

       katalog-produktion-waehlen section.
       kpw-1000.
           if testKatalogErzwungen
               set testKatalog to true
           else
               set prodKatalog to true
           end-if.
       kpw-9999.

       catalog-zeile-vergleichen section.
       czv-1000.
           READ CATALOG-FILE
