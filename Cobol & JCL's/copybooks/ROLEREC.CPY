      *****************************************************
      *  ROLEREC.CPY                                       *
      *  PROJECT ROLE REQUIREMENT RECORD (PROJROLE.DAT),    *
      *  KEYED BY THE PRACTICE LEADS WHEN A PROJECT IS      *
      *  STAFFED.  ONE RECORD PER ROLE - THE PROJECT, A     *
      *  ROLE TITLE, THE SKILL CODE REQUIRED (THE           *
      *  SKILMAST.DAT / RATEMAST.DAT CODES), THE MINIMUM    *
      *  PROFICIENCY ('1' WORKING, '2' STRONG, '3' EXPERT), *
      *  THE DATE THE ROLE STARTS AND HOW MANY PEOPLE IT    *
      *  NEEDS.  PRL-STATUS 'O' (OR SPACE) IS AN OPEN ROLE, *
      *  'F' FILLED, 'C' CANCELLED - ONLY OPEN ROLES ARE    *
      *  MATCHED BY EMPSTAFF.                               *
      *****************************************************
       01  PROJECT-ROLE-RECORD.
           03  PRL-PROJECT         PIC X(08).
           03  PRL-ROLE            PIC X(10).
           03  PRL-SKILL           PIC X(05).
           03  PRL-MIN-PROF        PIC X(01).
               88  PRL-PROF-VALID             VALUE '1' '2' '3'.
           03  PRL-START           PIC 9(08).
           03  PRL-NEEDED          PIC 9(02).
           03  PRL-STATUS          PIC X(01).
               88  PRL-OPEN                   VALUE 'O' ' '.
               88  PRL-FILLED                 VALUE 'F'.
               88  PRL-CANCELLED              VALUE 'C'.
           03  FILLER              PIC X(05).
