      * ** Symbolic maps for the PSMAPS mapset (PSMINQ inquiry /
      * ** PSMUPD update / PSMAPR approval / PSMPOS PO status
      * ** screens) - field order and lengths must stay in step with
      * ** the DFHMDF entries in PSMAPS.
       01  PSMINQI.
           05  FILLER                   PIC X(12).
           05  INQKEYL                  PIC S9(4) COMP.
           05  USADTEO                  PIC 9(08).
           05  FILLER                   PIC X(03).
           05  UPDMSGO                  PIC X(40).
      *
       01  PSMAPRI.
           05  FILLER                   PIC X(12).
           05  APRKEYL                  PIC S9(4) COMP.
           05  APRKEYF                  PIC X(01).
           05  APRKEYI                  PIC X(23).
           05  AKEYBYL                  PIC S9(4) COMP.
           05  AKEYBYF                  PIC X(01).
           05  AKEYBYI                  PIC X(08).
           05  AKDATEL                  PIC S9(4) COMP.
           05  AKDATEF                  PIC X(01).
           05  AKDATEI                  PIC X(08).
           05  AKTIMEL                  PIC S9(4) COMP.
           05  AKTIMEF                  PIC X(01).
           05  AKTIMEI                  PIC X(06).
           05  ATERML                   PIC S9(4) COMP.
           05  ATERMF                   PIC X(01).
           05  ATERMI                   PIC X(04).
           05  ABSCODL                  PIC S9(4) COMP.
           05  ABSCODF                  PIC X(01).
           05  ABSCODI                  PIC X(10).
           05  AASCODL                  PIC S9(4) COMP.
           05  AASCODF                  PIC X(01).
           05  AASCODI                  PIC X(10).
           05  ABSTYPL                  PIC S9(4) COMP.
           05  ABSTYPF                  PIC X(01).
           05  ABSTYPI                  PIC X(01).
           05  AASTYPL                  PIC S9(4) COMP.
           05  AASTYPF                  PIC X(01).
           05  AASTYPI                  PIC X(01).
           05  ABSRATL                  PIC S9(4) COMP.
           05  ABSRATF                  PIC X(01).
           05  ABSRATI                  PIC X(01).
           05  AASRATL                  PIC S9(4) COMP.
           05  AASRATF                  PIC X(01).
           05  AASRATI                  PIC X(01).
           05  ABSSTAL                  PIC S9(4) COMP.
           05  ABSSTAF                  PIC X(01).
           05  ABSSTAI                  PIC X(01).
           05  AASSTAL                  PIC S9(4) COMP.
           05  AASSTAF                  PIC X(01).
           05  AASSTAI                  PIC X(01).
           05  ABGCODL                  PIC S9(4) COMP.
           05  ABGCODF                  PIC X(01).
           05  ABGCODI                  PIC X(01).
           05  AAGCODL                  PIC S9(4) COMP.
           05  AAGCODF                  PIC X(01).
           05  AAGCODI                  PIC X(01).
           05  AOTHERL                  PIC S9(4) COMP.
           05  AOTHERF                  PIC X(01).
           05  AOTHERI                  PIC X(01).
           05  AACTNL                   PIC S9(4) COMP.
           05  AACTNF                   PIC X(01).
           05  AACTNI                   PIC X(01).
           05  APRMSGL                  PIC S9(4) COMP.
           05  APRMSGF                  PIC X(01).
           05  APRMSGI                  PIC X(40).
       01  PSMAPRO REDEFINES PSMAPRI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  APRKEYO                  PIC X(23).
           05  FILLER                   PIC X(03).
           05  AKEYBYO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  AKDATEO                  PIC X(08).
           05  FILLER                   PIC X(03).
           05  AKTIMEO                  PIC X(06).
           05  FILLER                   PIC X(03).
           05  ATERMO                   PIC X(04).
           05  FILLER                   PIC X(03).
           05  ABSCODO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  AASCODO                  PIC X(10).
           05  FILLER                   PIC X(03).
           05  ABSTYPO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AASTYPO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  ABSRATO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AASRATO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  ABSSTAO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AASSTAO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  ABGCODO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AAGCODO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AOTHERO                  PIC X(01).
           05  FILLER                   PIC X(03).
           05  AACTNO                   PIC X(01).
           05  FILLER                   PIC X(03).
           05  APRMSGO                  PIC X(40).
      *
       01  PSMPOSI.
           05  FILLER                   PIC X(12).
           05  POSKEYL                  PIC S9(4) COMP.
           05  POSKEYF                  PIC X(01).
           05  POSKEYI                  PIC X(06).
           05  POSBUYL                  PIC S9(4) COMP.
           05  POSBUYF                  PIC X(01).
           05  POSBUYI                  PIC X(03).
           05  POSASOFL                 PIC S9(4) COMP.
           05  POSASOFF                 PIC X(01).
           05  POSASOFI                 PIC X(08).
           05  POSLA1L                  PIC S9(4) COMP.
           05  POSLA1F                  PIC X(01).
           05  POSLA1I                  PIC X(78).
           05  POSLB1L                  PIC S9(4) COMP.
           05  POSLB1F                  PIC X(01).
           05  POSLB1I                  PIC X(78).
           05  POSLA2L                  PIC S9(4) COMP.
           05  POSLA2F                  PIC X(01).
           05  POSLA2I                  PIC X(78).
           05  POSLB2L                  PIC S9(4) COMP.
           05  POSLB2F                  PIC X(01).
           05  POSLB2I                  PIC X(78).
           05  POSLA3L                  PIC S9(4) COMP.
           05  POSLA3F                  PIC X(01).
           05  POSLA3I                  PIC X(78).
           05  POSLB3L                  PIC S9(4) COMP.
           05  POSLB3F                  PIC X(01).
           05  POSLB3I                  PIC X(78).
           05  POSLA4L                  PIC S9(4) COMP.
           05  POSLA4F                  PIC X(01).
           05  POSLA4I                  PIC X(78).
           05  POSLB4L                  PIC S9(4) COMP.
           05  POSLB4F                  PIC X(01).
           05  POSLB4I                  PIC X(78).
           05  POSLA5L                  PIC S9(4) COMP.
           05  POSLA5F                  PIC X(01).
           05  POSLA5I                  PIC X(78).
           05  POSLB5L                  PIC S9(4) COMP.
           05  POSLB5F                  PIC X(01).
           05  POSLB5I                  PIC X(78).
           05  POSLA6L                  PIC S9(4) COMP.
           05  POSLA6F                  PIC X(01).
           05  POSLA6I                  PIC X(78).
           05  POSLB6L                  PIC S9(4) COMP.
           05  POSLB6F                  PIC X(01).
           05  POSLB6I                  PIC X(78).
           05  POSMSGL                  PIC S9(4) COMP.
           05  POSMSGF                  PIC X(01).
           05  POSMSGI                  PIC X(40).
       01  PSMPOSO REDEFINES PSMPOSI.
           05  FILLER                   PIC X(12).
           05  FILLER                   PIC X(03).
           05  POSKEYO                  PIC X(06).
           05  FILLER                   PIC X(03).
           05  POSBUYO                  PIC X(03).
           05  FILLER                   PIC X(03).
           05  POSASOFO                 PIC X(08).
           05  FILLER                   PIC X(03).
           05  POSLA1O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB1O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLA2O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB2O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLA3O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB3O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLA4O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB4O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLA5O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB5O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLA6O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSLB6O                  PIC X(78).
           05  FILLER                   PIC X(03).
           05  POSMSGO                  PIC X(40).
