             set batsw150rununit to type RunUnit::New
             set BATSW150WEBF to new BATSW150WEBF
             invoke batsw150rununit::Add(BATSW150WEBF)
             invoke type batsweb.engineWatch::run(batsw150rununit, "BATSW150WEBF", type String::Empty)
           catch 
             invoke type System.Diagnostics.Debug::WriteLine(exception-object::Message)
             raise
