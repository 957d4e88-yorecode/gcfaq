      *> CBCFGRQ.cpy
      *> Parameter block for CALL "TELCFG" USING CFG-REQUEST -- one
      *> call per run setting a program consults, made where the
      *> setting is read, so the run's configuration snapshot (see
      *> CBRUNCFG.cpy) holds the value the program actually ran
      *> with, defaults included.
      *>
      *> The caller names itself and the setting, passes what the
      *> environment held (spaces when the setting was not set)
      *> and the effective value -- as text in CFQ-EFF-VALUE, or
      *> as a number in CFQ-EFF-NUM with CFQ-NUMERIC set, which
      *> TELCFG edits itself.  CFQ-RUN-SPECIFIC marks a setting
      *> that is meant to change from run to run (an input file
      *> name, a run id, a restart flag): it is recorded but never
      *> reported as drift.  CFQ-RUN-ID is the caller's own batch
      *> id where it has one.  TELCFG clears the setting fields
      *> again on return; program and run id are left as set.
       01  CFG-REQUEST.
           05  CFQ-FUNCTION            PIC X(01)  VALUE "R".
               88  CFQ-RECORD                  VALUE "R".
           05  CFQ-PROGRAM             PIC X(08)  VALUE SPACES.
           05  CFQ-RUN-ID              PIC X(20)  VALUE SPACES.
           05  CFQ-SETTING             PIC X(30)  VALUE SPACES.
           05  CFQ-ENV-VALUE           PIC X(60)  VALUE SPACES.
           05  CFQ-EFF-VALUE           PIC X(40)  VALUE SPACES.
           05  CFQ-EFF-NUM             PIC S9(09)V9(05)
                                                  VALUE ZERO.
           05  CFQ-VALUE-TYPE          PIC X(01)  VALUE SPACE.
               88  CFQ-TEXT                    VALUE SPACE.
               88  CFQ-NUMERIC                 VALUE "N".
           05  CFQ-CLASS               PIC X(01)  VALUE SPACE.
               88  CFQ-BEHAVIOR                VALUE SPACE.
               88  CFQ-RUN-SPECIFIC            VALUE "R".
