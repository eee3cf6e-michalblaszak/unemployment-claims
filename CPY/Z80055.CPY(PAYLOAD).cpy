           *>        split and the new gender categories (352)
           *>    04  + this stamp (354)
           *>    05  + FD-RECORD-STATUS (355)
           *>    06  + the program-type split (369)
           *>    07  + the occupation dimension (446) - the current
           *>        layout
           05 FD-LAYOUT-VERSION              PIC 9(2) VALUE 07.
              88 FD-LAYOUT-CURRENT                    VALUE 07.
           *> Publication status - 'P' preliminary on first import
           *> (every importer stamps it back to 'P' whenever it
           *> touches the record), promoted to 'F' final when the
           *> submissions require stays derivable.
           05 FD-EXTENDED-CLAIMS             PIC 9(7) VALUE ZERO.
           05 FD-DISASTER-CLAIMS             PIC 9(7) VALUE ZERO.
           *> By occupation - the agency's BYOCC file, the major
           *> occupation groups workforce boards plan training by.
           *> Laid out like the other dimensions: the not-available
           *> count first, then one count per group, the whole
           *> dimension summing to the period's claims.
           05 FD-INA-OCCUPATION              PIC 9(7) VALUE ZERO.
           05 FD-MANAGEMENT-BUSINESS-FINANC  PIC 9(7) VALUE ZERO.
           05 FD-PROFESSIONAL-RELATED        PIC 9(7) VALUE ZERO.
           05 FD-SERVICE-OCCUPATIONS         PIC 9(7) VALUE ZERO.
           05 FD-SALES-RELATED               PIC 9(7) VALUE ZERO.
           05 FD-OFFICE-ADMIN-SUPPORT        PIC 9(7) VALUE ZERO.
           05 FD-FARMING-FISHING-FORESTRY    PIC 9(7) VALUE ZERO.
           05 FD-CONSTRUCTION-EXTRACTION     PIC 9(7) VALUE ZERO.
           05 FD-INSTALL-MAINTENANCE-REPAIR  PIC 9(7) VALUE ZERO.
           05 FD-PRODUCTION                  PIC 9(7) VALUE ZERO.
           05 FD-TRANSPORT-MATERIAL-MOVING   PIC 9(7) VALUE ZERO.
